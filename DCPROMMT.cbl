       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCPROMMT.
      *****************************************************************
      *  DCPROMMT - PROMOTION FILE MAINTENANCE
      *
      *  Adds, amends, deletes and inquires on the head office offers
      *  DCTEST applies when it prices a basket - multi-buys ("3 for
      *  2"), fixed-price multi-buys ("2 for 5.00") and meal deals -
      *  and maintains the list of item codes each offer covers.
      *
      *  Every offer runs between a start and an end date inclusive,
      *  so next week's offers can be keyed this week and drop off on
      *  their own when they finish. Every add, amend and delete, and
      *  every item added to or taken off an offer, is written to a
      *  promotion change audit file - operator, when, which offer,
      *  the old and new terms - so a discount on the till roll can
      *  be tied back to who set it up.
      *
      *  Files:
      *      DCPROMO.DAT  - promotion master, indexed by offer id
      *      DCPRMAUD.DAT - promotion change audit trail, appended to
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *  2026-10-15  An amendment is refused if it would leave listed
      *              items outside the offer's component groups.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO "DCPROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-ID
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT PROMO-AUDIT-FILE ASSIGN TO "DCPRMAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRMAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       COPY PROMOREC.

       FD  PROMO-AUDIT-FILE.
       COPY PRMAUDRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-PROMO-STATUS       PIC XX   VALUE "00".
           03 WS-PRMAUD-STATUS      PIC XX   VALUE "00".

       01  WS-SIGN-ON-FIELDS.
           03 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           03 WS-TODAY-DATE         PIC 9(8) VALUE 0.
           03 WS-TODAY-TIME         PIC 9(8) VALUE 0.

       01  WS-MAINT-FIELDS.
           03 WS-MENU-CHOICE        PIC X    VALUE SPACE.
           03 WS-PROMO-ID           PIC X(6) VALUE SPACES.
           03 WS-AUDIT-ACTION       PIC X    VALUE SPACE.
           03 WS-CONFIRM            PIC X    VALUE SPACE.
           03 WS-RECORD-FOUND       PIC X    VALUE "N".
           03 WS-TERMS-VALID        PIC X    VALUE "N".

      *    Terms as keyed, checked before they go anywhere near the
      *    master. The old terms are held for the audit trail.
       01  WS-NEW-TERMS.
           03 WS-NEW-DESC           PIC X(20) VALUE SPACES.
           03 WS-NEW-TYPE           PIC X    VALUE SPACE.
           03 WS-NEW-START          PIC 9(8) VALUE 0.
           03 WS-NEW-END            PIC 9(8) VALUE 0.
           03 WS-NEW-BUY            PIC 9(2) VALUE 0.
           03 WS-NEW-PAY            PIC 9(2) VALUE 0.
           03 WS-NEW-PRICE          PIC 9(5) VALUE 0.

       01  WS-OLD-TERMS.
           03 WS-OLD-TYPE           PIC X    VALUE SPACE.
           03 WS-OLD-START          PIC 9(8) VALUE 0.
           03 WS-OLD-END            PIC 9(8) VALUE 0.
           03 WS-OLD-BUY            PIC 9(2) VALUE 0.
           03 WS-OLD-PAY            PIC 9(2) VALUE 0.
           03 WS-OLD-PRICE          PIC 9(5) VALUE 0.

       01  WS-ITEM-FIELDS.
           03 WS-ITEM-CHOICE        PIC X    VALUE SPACE.
           03 WS-ITEM-CODE          PIC X(6) VALUE SPACES.
           03 WS-ITEM-GROUP         PIC 9    VALUE 0.
           03 WS-ITEM-SUB           PIC 9(2) VALUE 0.
           03 WS-ITEM-FOUND         PIC 9(2) VALUE 0.
           03 WS-ITEM-MAX           PIC 9(2) VALUE 10.
           03 WS-BAD-GROUPS         PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "ENTER OPERATOR ID :".
            ACCEPT WS-OPERATOR-ID.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            OPEN I-O PROMO-FILE.
            IF WS-PROMO-STATUS = "35"
      *        No offers keyed yet - create an empty promotion file
      *        and reopen it for maintenance.
                OPEN OUTPUT PROMO-FILE
                CLOSE PROMO-FILE
                OPEN I-O PROMO-FILE
            END-IF.
            IF WS-PROMO-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN PROMOTION FILE "
                        WS-PROMO-STATUS
                STOP RUN
            END-IF.

            OPEN EXTEND PROMO-AUDIT-FILE.
            IF WS-PRMAUD-STATUS NOT = "00"
                CLOSE PROMO-AUDIT-FILE
                OPEN OUTPUT PROMO-AUDIT-FILE
            END-IF.

            PERFORM MENU-PARA
                UNTIL WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x".

            CLOSE PROMO-FILE.
            CLOSE PROMO-AUDIT-FILE.
            STOP RUN.

       MENU-PARA.
            DISPLAY " ".
            DISPLAY "PROMOTION MAINTENANCE - A=ADD, M=AMEND, "
                    "D=DELETE, L=ITEM LIST, I=INQUIRE, X=EXIT :".
            ACCEPT WS-MENU-CHOICE.

            IF WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                PERFORM ADD-PARA
            ELSE
                IF WS-MENU-CHOICE = "M" OR WS-MENU-CHOICE = "m"
                    PERFORM AMEND-PARA
                ELSE
                    IF WS-MENU-CHOICE = "D" OR WS-MENU-CHOICE = "d"
                        PERFORM DELETE-PARA
                    ELSE
                        IF WS-MENU-CHOICE = "L"
                                OR WS-MENU-CHOICE = "l"
                            PERFORM ITEM-LIST-PARA
                        ELSE
                            IF WS-MENU-CHOICE = "I"
                                    OR WS-MENU-CHOICE = "i"
                                PERFORM INQUIRE-PARA
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       READ-PROMO-PARA.
            MOVE "N" TO WS-RECORD-FOUND.
            MOVE WS-PROMO-ID TO PROMO-ID.
            READ PROMO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-RECORD-FOUND
            END-READ.

       ACCEPT-TERMS-PARA.
            DISPLAY "ENTER DESCRIPTION :".
            ACCEPT WS-NEW-DESC.
            DISPLAY "ENTER OFFER TYPE - M=MULTI-BUY (3 FOR 2), "
                    "F=FIXED PRICE (2 FOR 500), D=MEAL DEAL :".
            ACCEPT WS-NEW-TYPE.
            IF WS-NEW-TYPE = "m"
                MOVE "M" TO WS-NEW-TYPE
            END-IF.
            IF WS-NEW-TYPE = "f"
                MOVE "F" TO WS-NEW-TYPE
            END-IF.
            IF WS-NEW-TYPE = "d"
                MOVE "D" TO WS-NEW-TYPE
            END-IF.
            DISPLAY "ENTER START DATE YYYYMMDD (0 = TODAY) :".
            ACCEPT WS-NEW-START.
            IF WS-NEW-START = 0
                MOVE WS-TODAY-DATE TO WS-NEW-START
            END-IF.
            DISPLAY "ENTER END DATE YYYYMMDD :".
            ACCEPT WS-NEW-END.
            MOVE 0 TO WS-NEW-PAY.
            MOVE 0 TO WS-NEW-PRICE.
            IF WS-NEW-TYPE = "D"
                DISPLAY "ENTER NUMBER OF COMPONENTS IN THE DEAL :"
            ELSE
                DISPLAY "ENTER QUANTITY TO BUY :"
            END-IF.
            ACCEPT WS-NEW-BUY.
            IF WS-NEW-TYPE = "M"
                DISPLAY "ENTER QUANTITY TO PAY FOR :"
                ACCEPT WS-NEW-PAY
            ELSE
                DISPLAY "ENTER DEAL PRICE IN PENCE :"
                ACCEPT WS-NEW-PRICE
            END-IF.
            PERFORM VALIDATE-TERMS-PARA.

       VALIDATE-TERMS-PARA.
      *    A multi-buy must give something away and a fixed-price or
      *    meal deal must carry a price. A meal deal is limited to
      *    nine components because the group against each item is a
      *    single digit.
            MOVE "N" TO WS-TERMS-VALID.
            IF WS-NEW-TYPE NOT = "M" AND WS-NEW-TYPE NOT = "F"
                    AND WS-NEW-TYPE NOT = "D"
                DISPLAY "ERROR:OFFER TYPE MUST BE M, F OR D"
            ELSE
                IF WS-NEW-END < WS-NEW-START
                    DISPLAY "ERROR:END DATE IS BEFORE START DATE"
                ELSE
                    IF WS-NEW-TYPE = "M"
                        IF WS-NEW-BUY < 2 OR WS-NEW-PAY = 0
                                OR WS-NEW-PAY NOT < WS-NEW-BUY
                            DISPLAY "ERROR:MULTI-BUY MUST PAY FOR "
                                    "FEWER THAN IT BUYS"
                        ELSE
                            MOVE "Y" TO WS-TERMS-VALID
                        END-IF
                    ELSE
                        IF WS-NEW-PRICE = 0
                            DISPLAY "ERROR:DEAL PRICE MUST BE "
                                    "GREATER THAN ZERO"
                        ELSE
                            IF WS-NEW-TYPE = "F" AND WS-NEW-BUY < 2
                                DISPLAY "ERROR:FIXED PRICE OFFER "
                                        "NEEDS AT LEAST 2 ITEMS"
                            ELSE
                                IF WS-NEW-TYPE = "D"
                                        AND (WS-NEW-BUY < 2
                                        OR WS-NEW-BUY > 9)
                                    DISPLAY "ERROR:MEAL DEAL NEEDS "
                                            "2 TO 9 COMPONENTS"
                                ELSE
                                    MOVE "Y" TO WS-TERMS-VALID
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       ADD-PARA.
            DISPLAY "ENTER OFFER ID :".
            ACCEPT WS-PROMO-ID.
            IF WS-PROMO-ID = SPACES
                DISPLAY "ERROR:OFFER ID REQUIRED"
            ELSE
                PERFORM READ-PROMO-PARA
                IF WS-RECORD-FOUND = "Y"
                    DISPLAY "ERROR:OFFER ALREADY ON PROMOTION FILE - "
                            "USE AMEND"
                ELSE
                    PERFORM ACCEPT-TERMS-PARA
                    IF WS-TERMS-VALID = "Y"
                        PERFORM WRITE-NEW-PROMO-PARA
                    END-IF
                END-IF
            END-IF.

       WRITE-NEW-PROMO-PARA.
            MOVE WS-PROMO-ID TO PROMO-ID.
            MOVE WS-NEW-DESC TO PROMO-DESC.
            MOVE WS-NEW-TYPE TO PROMO-TYPE.
            MOVE WS-NEW-START TO PROMO-START-DATE.
            MOVE WS-NEW-END TO PROMO-END-DATE.
            MOVE WS-NEW-BUY TO PROMO-BUY-QTY.
            MOVE WS-NEW-PAY TO PROMO-PAY-QTY.
            MOVE WS-NEW-PRICE TO PROMO-DEAL-PRICE.
            MOVE 0 TO PROMO-ITEM-COUNT.
            PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                    UNTIL WS-ITEM-SUB > WS-ITEM-MAX
                MOVE SPACES TO PROMO-ITEM-CODE(WS-ITEM-SUB)
                MOVE 0 TO PROMO-ITEM-GROUP(WS-ITEM-SUB)
            END-PERFORM.
            WRITE PROMO-RECORD
                INVALID KEY
                    DISPLAY "ERROR:WRITE FAILED " WS-PROMO-STATUS
                NOT INVALID KEY
                    MOVE SPACE TO WS-OLD-TYPE
                    MOVE 0 TO WS-OLD-START WS-OLD-END WS-OLD-BUY
                              WS-OLD-PAY WS-OLD-PRICE
                    MOVE "A" TO WS-AUDIT-ACTION
                    MOVE SPACES TO WS-ITEM-CODE
                    MOVE 0 TO WS-ITEM-GROUP
                    PERFORM WRITE-PROMO-AUDIT-PARA
                    DISPLAY "OFFER ADDED - USE L TO LIST ITS ITEMS"
            END-WRITE.

       AMEND-PARA.
            DISPLAY "ENTER OFFER ID :".
            ACCEPT WS-PROMO-ID.
            PERFORM READ-PROMO-PARA.
            IF WS-RECORD-FOUND = "N"
                DISPLAY "ERROR:OFFER NOT ON PROMOTION FILE"
            ELSE
                PERFORM SHOW-PROMO-PARA
                PERFORM SAVE-OLD-TERMS-PARA
                PERFORM ACCEPT-TERMS-PARA
                IF WS-TERMS-VALID = "Y"
                    PERFORM CHECK-ITEM-GROUPS-PARA
                END-IF
                IF WS-TERMS-VALID = "Y"
                    MOVE WS-NEW-DESC TO PROMO-DESC
                    MOVE WS-NEW-TYPE TO PROMO-TYPE
                    MOVE WS-NEW-START TO PROMO-START-DATE
                    MOVE WS-NEW-END TO PROMO-END-DATE
                    MOVE WS-NEW-BUY TO PROMO-BUY-QTY
                    MOVE WS-NEW-PAY TO PROMO-PAY-QTY
                    MOVE WS-NEW-PRICE TO PROMO-DEAL-PRICE
                    REWRITE PROMO-RECORD
                        INVALID KEY
                            DISPLAY "ERROR:REWRITE FAILED "
                                    WS-PROMO-STATUS
                        NOT INVALID KEY
                            MOVE "C" TO WS-AUDIT-ACTION
                            MOVE SPACES TO WS-ITEM-CODE
                            MOVE 0 TO WS-ITEM-GROUP
                            PERFORM WRITE-PROMO-AUDIT-PARA
                            DISPLAY "OFFER AMENDED"
                    END-REWRITE
                END-IF
            END-IF.

       CHECK-ITEM-GROUPS-PARA.
      *    The item list was built for the old terms. An offer cannot
      *    become or stop being a meal deal while items are listed,
      *    and a meal deal cannot take fewer components than the
      *    groups its listed items are already in - the same states
      *    ADD-ITEM-PARA refuses.
            IF PROMO-ITEM-COUNT > 0
                IF (WS-NEW-TYPE = "D" AND PROMO-TYPE NOT = "D")
                        OR (WS-NEW-TYPE NOT = "D" AND PROMO-TYPE = "D")
                    DISPLAY "ERROR:OFFER HAS " PROMO-ITEM-COUNT
                            " ITEMS LISTED - REMOVE THEM BEFORE "
                            "CHANGING TO OR FROM A MEAL DEAL"
                    MOVE "N" TO WS-TERMS-VALID
                ELSE
                    IF WS-NEW-TYPE = "D"
                        MOVE 0 TO WS-BAD-GROUPS
                        PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                                UNTIL WS-ITEM-SUB > PROMO-ITEM-COUNT
                            IF PROMO-ITEM-GROUP(WS-ITEM-SUB) = 0
                                    OR PROMO-ITEM-GROUP(WS-ITEM-SUB)
                                        > WS-NEW-BUY
                                ADD 1 TO WS-BAD-GROUPS
                            END-IF
                        END-PERFORM
                        IF WS-BAD-GROUPS > 0
                            DISPLAY "ERROR:" WS-BAD-GROUPS
                                    " LISTED ITEMS ARE OUTSIDE "
                                    "COMPONENT GROUPS 1 TO "
                                    WS-NEW-BUY
                            MOVE "N" TO WS-TERMS-VALID
                        END-IF
                    END-IF
                END-IF
            END-IF.

       SAVE-OLD-TERMS-PARA.
            MOVE PROMO-TYPE TO WS-OLD-TYPE.
            MOVE PROMO-START-DATE TO WS-OLD-START.
            MOVE PROMO-END-DATE TO WS-OLD-END.
            MOVE PROMO-BUY-QTY TO WS-OLD-BUY.
            MOVE PROMO-PAY-QTY TO WS-OLD-PAY.
            MOVE PROMO-DEAL-PRICE TO WS-OLD-PRICE.

       KEEP-TERMS-PARA.
      *    Item list changes leave the terms alone - old and new are
      *    the same on the audit row.
            MOVE PROMO-DESC TO WS-NEW-DESC.
            MOVE PROMO-TYPE TO WS-NEW-TYPE.
            MOVE PROMO-START-DATE TO WS-NEW-START.
            MOVE PROMO-END-DATE TO WS-NEW-END.
            MOVE PROMO-BUY-QTY TO WS-NEW-BUY.
            MOVE PROMO-PAY-QTY TO WS-NEW-PAY.
            MOVE PROMO-DEAL-PRICE TO WS-NEW-PRICE.

       DELETE-PARA.
            DISPLAY "ENTER OFFER ID :".
            ACCEPT WS-PROMO-ID.
            PERFORM READ-PROMO-PARA.
            IF WS-RECORD-FOUND = "N"
                DISPLAY "ERROR:OFFER NOT ON PROMOTION FILE"
            ELSE
                PERFORM SHOW-PROMO-PARA
                DISPLAY "CONFIRM DELETE - Y/N :"
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    PERFORM SAVE-OLD-TERMS-PARA
                    DELETE PROMO-FILE
                        INVALID KEY
                            DISPLAY "ERROR:DELETE FAILED "
                                    WS-PROMO-STATUS
                        NOT INVALID KEY
                            MOVE SPACE TO WS-NEW-TYPE
                            MOVE 0 TO WS-NEW-START WS-NEW-END
                                      WS-NEW-BUY WS-NEW-PAY
                                      WS-NEW-PRICE
                            MOVE "D" TO WS-AUDIT-ACTION
                            MOVE SPACES TO WS-ITEM-CODE
                            MOVE 0 TO WS-ITEM-GROUP
                            PERFORM WRITE-PROMO-AUDIT-PARA
                            DISPLAY "OFFER DELETED"
                    END-DELETE
                END-IF
            END-IF.

       ITEM-LIST-PARA.
            DISPLAY "ENTER OFFER ID :".
            ACCEPT WS-PROMO-ID.
            PERFORM READ-PROMO-PARA.
            IF WS-RECORD-FOUND = "N"
                DISPLAY "ERROR:OFFER NOT ON PROMOTION FILE"
            ELSE
                MOVE SPACE TO WS-ITEM-CHOICE
                PERFORM ITEM-MENU-PARA
                    UNTIL WS-ITEM-CHOICE = "X"
                       OR WS-ITEM-CHOICE = "x"
            END-IF.

       ITEM-MENU-PARA.
            PERFORM SHOW-PROMO-PARA.
            DISPLAY "ITEM LIST - A=ADD ITEM, R=REMOVE ITEM, X=DONE :".
            ACCEPT WS-ITEM-CHOICE.
            IF WS-ITEM-CHOICE = "A" OR WS-ITEM-CHOICE = "a"
                PERFORM ADD-ITEM-PARA
            ELSE
                IF WS-ITEM-CHOICE = "R" OR WS-ITEM-CHOICE = "r"
                    PERFORM REMOVE-ITEM-PARA
                END-IF
            END-IF.

       FIND-ITEM-PARA.
            MOVE 0 TO WS-ITEM-FOUND.
            PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                    UNTIL WS-ITEM-SUB > PROMO-ITEM-COUNT
                       OR WS-ITEM-FOUND > 0
                IF PROMO-ITEM-CODE(WS-ITEM-SUB) = WS-ITEM-CODE
                    MOVE WS-ITEM-SUB TO WS-ITEM-FOUND
                END-IF
            END-PERFORM.

       ADD-ITEM-PARA.
            DISPLAY "ENTER ITEM CODE :".
            ACCEPT WS-ITEM-CODE.
            MOVE 1 TO WS-ITEM-GROUP.
            IF PROMO-TYPE = "D"
                DISPLAY "ENTER COMPONENT GROUP 1 TO " PROMO-BUY-QTY
                        " :"
                ACCEPT WS-ITEM-GROUP
            END-IF.
            PERFORM FIND-ITEM-PARA.
            IF WS-ITEM-CODE = SPACES
                DISPLAY "ERROR:ITEM CODE REQUIRED"
            ELSE
                IF WS-ITEM-FOUND > 0
                    DISPLAY "ERROR:ITEM ALREADY ON THIS OFFER"
                ELSE
                    IF PROMO-ITEM-COUNT NOT < WS-ITEM-MAX
                        DISPLAY "ERROR:OFFER ALREADY HAS "
                                WS-ITEM-MAX " ITEMS"
                    ELSE
                        IF WS-ITEM-GROUP = 0
                                OR WS-ITEM-GROUP > PROMO-BUY-QTY
                            DISPLAY "ERROR:COMPONENT GROUP OUT OF "
                                    "RANGE"
                        ELSE
                            ADD 1 TO PROMO-ITEM-COUNT
                            MOVE WS-ITEM-CODE
                              TO PROMO-ITEM-CODE(PROMO-ITEM-COUNT)
                            MOVE WS-ITEM-GROUP
                              TO PROMO-ITEM-GROUP(PROMO-ITEM-COUNT)
                            MOVE "I" TO WS-AUDIT-ACTION
                            PERFORM REWRITE-ITEM-LIST-PARA
                        END-IF
                    END-IF
                END-IF
            END-IF.

       REMOVE-ITEM-PARA.
            DISPLAY "ENTER ITEM CODE :".
            ACCEPT WS-ITEM-CODE.
            PERFORM FIND-ITEM-PARA.
            IF WS-ITEM-FOUND = 0
                DISPLAY "ERROR:ITEM NOT ON THIS OFFER"
            ELSE
      *        Close the gap so the list stays packed from entry 1.
                MOVE PROMO-ITEM-GROUP(WS-ITEM-FOUND) TO WS-ITEM-GROUP
                PERFORM VARYING WS-ITEM-SUB FROM WS-ITEM-FOUND BY 1
                        UNTIL WS-ITEM-SUB NOT < PROMO-ITEM-COUNT
                    MOVE PROMO-ITEM-ENTRY(WS-ITEM-SUB + 1)
                      TO PROMO-ITEM-ENTRY(WS-ITEM-SUB)
                END-PERFORM
                MOVE SPACES TO PROMO-ITEM-CODE(PROMO-ITEM-COUNT)
                MOVE 0 TO PROMO-ITEM-GROUP(PROMO-ITEM-COUNT)
                SUBTRACT 1 FROM PROMO-ITEM-COUNT
                MOVE "R" TO WS-AUDIT-ACTION
                PERFORM REWRITE-ITEM-LIST-PARA
            END-IF.

       REWRITE-ITEM-LIST-PARA.
            REWRITE PROMO-RECORD
                INVALID KEY
                    DISPLAY "ERROR:REWRITE FAILED " WS-PROMO-STATUS
                NOT INVALID KEY
                    PERFORM SAVE-OLD-TERMS-PARA
                    PERFORM KEEP-TERMS-PARA
                    PERFORM WRITE-PROMO-AUDIT-PARA
                    IF WS-AUDIT-ACTION = "I"
                        DISPLAY "ITEM ADDED TO OFFER"
                    ELSE
                        DISPLAY "ITEM REMOVED FROM OFFER"
                    END-IF
            END-REWRITE.

       INQUIRE-PARA.
            DISPLAY "ENTER OFFER ID :".
            ACCEPT WS-PROMO-ID.
            PERFORM READ-PROMO-PARA.
            IF WS-RECORD-FOUND = "N"
                DISPLAY "ERROR:OFFER NOT ON PROMOTION FILE"
            ELSE
                PERFORM SHOW-PROMO-PARA
            END-IF.

       SHOW-PROMO-PARA.
            DISPLAY "OFFER " PROMO-ID " " PROMO-DESC
                    " TYPE " PROMO-TYPE.
            DISPLAY "  FROM " PROMO-START-DATE
                    " TO " PROMO-END-DATE
                    " BUY " PROMO-BUY-QTY
                    " PAY " PROMO-PAY-QTY
                    " DEAL PRICE " PROMO-DEAL-PRICE.
            IF PROMO-END-DATE < WS-TODAY-DATE
                DISPLAY "  ** OFFER HAS ENDED **"
            END-IF.
            IF PROMO-START-DATE > WS-TODAY-DATE
                DISPLAY "  ** OFFER NOT STARTED YET **"
            END-IF.
            IF PROMO-ITEM-COUNT = 0
                DISPLAY "  NO ITEMS ON THIS OFFER YET"
            END-IF.
            PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                    UNTIL WS-ITEM-SUB > PROMO-ITEM-COUNT
                DISPLAY "  ITEM " PROMO-ITEM-CODE(WS-ITEM-SUB)
                        " GROUP " PROMO-ITEM-GROUP(WS-ITEM-SUB)
            END-PERFORM.

       WRITE-PROMO-AUDIT-PARA.
            ACCEPT PRMAUD-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TODAY-TIME FROM TIME.
            MOVE WS-TODAY-TIME TO PRMAUD-TIME.
            MOVE WS-OPERATOR-ID TO PRMAUD-OPERATOR-ID.
            MOVE WS-AUDIT-ACTION TO PRMAUD-ACTION.
            MOVE WS-PROMO-ID TO PRMAUD-PROMO-ID.
            MOVE WS-OLD-TYPE TO PRMAUD-OLD-TYPE.
            MOVE WS-OLD-START TO PRMAUD-OLD-START.
            MOVE WS-OLD-END TO PRMAUD-OLD-END.
            MOVE WS-OLD-BUY TO PRMAUD-OLD-BUY.
            MOVE WS-OLD-PAY TO PRMAUD-OLD-PAY.
            MOVE WS-OLD-PRICE TO PRMAUD-OLD-PRICE.
            MOVE WS-NEW-TYPE TO PRMAUD-NEW-TYPE.
            MOVE WS-NEW-START TO PRMAUD-NEW-START.
            MOVE WS-NEW-END TO PRMAUD-NEW-END.
            MOVE WS-NEW-BUY TO PRMAUD-NEW-BUY.
            MOVE WS-NEW-PAY TO PRMAUD-NEW-PAY.
            MOVE WS-NEW-PRICE TO PRMAUD-NEW-PRICE.
            MOVE WS-ITEM-CODE TO PRMAUD-ITEM-CODE.
            MOVE WS-ITEM-GROUP TO PRMAUD-ITEM-GROUP.
            WRITE PRMAUD-RECORD.
