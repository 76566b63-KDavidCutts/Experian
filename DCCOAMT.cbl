       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCCOAMT.
      *****************************************************************
      *  DCCOAMT - CHART-OF-ACCOUNTS MAPPING MAINTENANCE
      *
      *  Adds, amends, deletes, inquires on and lists the nominal
      *  code each GL journal line type is posted to, so a new
      *  nominal ledger or a recoded account is keyed here instead
      *  of DCGLJRNL being changed. Only the line types DCGLJRNL
      *  actually posts (COALINES.CPY) may be mapped; the list shows
      *  every one of them, mapped or not, so a gap is seen before
      *  the journal run refuses for it.
      *
      *  Each add and amend stamps the record with the operator and
      *  date, so a journal posted to the wrong account can be tied
      *  back to the mapping change.
      *
      *  Files:
      *      DCCOAMAP.DAT - chart-of-accounts mapping, indexed by
      *                     line type
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-FILE ASSIGN TO "DCCOAMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-LINE-KEY
               FILE STATUS IS WS-COA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COA-FILE.
       COPY COAMAPRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-COA-STATUS         PIC XX   VALUE "00".

      *    Journal line types - see COALINES.CPY.
       COPY COALINES.

       01  WS-SIGN-ON-FIELDS.
           03 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           03 WS-TODAY-DATE         PIC 9(8) VALUE 0.

       01  WS-MAINT-FIELDS.
           03 WS-MENU-CHOICE        PIC X    VALUE SPACE.
           03 WS-LINE-KEY           PIC X(8) VALUE SPACES.
           03 WS-NEW-NOMINAL        PIC X(8) VALUE SPACES.
           03 WS-NEW-DESCRIPTION    PIC X(30) VALUE SPACES.
           03 WS-CONFIRM            PIC X    VALUE SPACE.
           03 WS-RECORD-FOUND       PIC X    VALUE "N".
           03 WS-KEY-VALID          PIC X    VALUE "N".
           03 WS-LINE-SUB           PIC 99   VALUE 0.
           03 WS-LINE-CUR           PIC 99   VALUE 0.
           03 WS-UNMAPPED-COUNT     PIC 99   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "ENTER OPERATOR ID :".
            ACCEPT WS-OPERATOR-ID.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            OPEN I-O COA-FILE.
            IF WS-COA-STATUS = "35"
      *        First ever run - create an empty mapping file and
      *        reopen it for maintenance.
                OPEN OUTPUT COA-FILE
                CLOSE COA-FILE
                OPEN I-O COA-FILE
            END-IF.
            IF WS-COA-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN CHART OF ACCOUNTS FILE "
                        WS-COA-STATUS
                STOP RUN
            END-IF.

            PERFORM MENU-PARA
                UNTIL WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x".

            CLOSE COA-FILE.
            STOP RUN.

       MENU-PARA.
            DISPLAY " ".
            DISPLAY "CHART OF ACCOUNTS MAPPING - A=ADD, M=AMEND, "
                    "D=DELETE, I=INQUIRE, L=LIST, X=EXIT :".
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
                        IF WS-MENU-CHOICE = "I"
                                OR WS-MENU-CHOICE = "i"
                            PERFORM INQUIRE-PARA
                        ELSE
                            IF WS-MENU-CHOICE = "L"
                                    OR WS-MENU-CHOICE = "l"
                                PERFORM LIST-PARA
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       ACCEPT-LINE-KEY-PARA.
      *    Lowercase is folded up; a line type the journal does not
      *    post is refused here rather than mapped and never used.
            DISPLAY "ENTER LINE TYPE :".
            ACCEPT WS-LINE-KEY.
            INSPECT WS-LINE-KEY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE "N" TO WS-KEY-VALID.
            MOVE 0 TO WS-LINE-CUR.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                    UNTIL WS-LINE-SUB > 13
                IF WS-COA-LINE-TYPE(WS-LINE-SUB) = WS-LINE-KEY
                    MOVE "Y" TO WS-KEY-VALID
                    MOVE WS-LINE-SUB TO WS-LINE-CUR
                END-IF
            END-PERFORM.
            IF WS-KEY-VALID = "N"
                DISPLAY "ERROR:" WS-LINE-KEY
                        " IS NOT A JOURNAL LINE TYPE"
            END-IF.

       READ-MAPPING-PARA.
            MOVE "N" TO WS-RECORD-FOUND.
            MOVE WS-LINE-KEY TO COA-LINE-KEY.
            READ COA-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-RECORD-FOUND
            END-READ.

       ACCEPT-NOMINAL-PARA.
            DISPLAY "ENTER NOMINAL CODE :".
            ACCEPT WS-NEW-NOMINAL.
            DISPLAY "ENTER ACCOUNT DESCRIPTION (BLANK = LINE TYPE "
                    "DESCRIPTION) :".
            ACCEPT WS-NEW-DESCRIPTION.
            IF WS-NEW-DESCRIPTION = SPACES
                MOVE WS-COA-LINE-DESC(WS-LINE-CUR)
                    TO WS-NEW-DESCRIPTION
            END-IF.

       ADD-PARA.
            PERFORM ACCEPT-LINE-KEY-PARA.
            IF WS-KEY-VALID = "Y"
                PERFORM READ-MAPPING-PARA
                IF WS-RECORD-FOUND = "Y"
                    DISPLAY "ERROR:LINE TYPE ALREADY MAPPED - "
                            "USE AMEND"
                ELSE
                    PERFORM ACCEPT-NOMINAL-PARA
                    IF WS-NEW-NOMINAL = SPACES
                        DISPLAY "ERROR:NOMINAL CODE REQUIRED"
                    ELSE
                        MOVE WS-LINE-KEY TO COA-LINE-KEY
                        MOVE WS-NEW-NOMINAL TO COA-NOMINAL
                        MOVE WS-NEW-DESCRIPTION TO COA-DESCRIPTION
                        MOVE WS-TODAY-DATE TO COA-CHANGED-DATE
                        MOVE WS-OPERATOR-ID TO COA-CHANGED-BY
                        WRITE COA-RECORD
                            INVALID KEY
                                DISPLAY "ERROR:WRITE FAILED "
                                        WS-COA-STATUS
                            NOT INVALID KEY
                                DISPLAY "MAPPING ADDED"
                        END-WRITE
                    END-IF
                END-IF
            END-IF.

       AMEND-PARA.
            PERFORM ACCEPT-LINE-KEY-PARA.
            IF WS-KEY-VALID = "Y"
                PERFORM READ-MAPPING-PARA
                IF WS-RECORD-FOUND = "N"
                    DISPLAY "ERROR:LINE TYPE NOT MAPPED - USE ADD"
                ELSE
                    PERFORM SHOW-MAPPING-PARA
                    PERFORM ACCEPT-NOMINAL-PARA
                    IF WS-NEW-NOMINAL = SPACES
                        DISPLAY "ERROR:NOMINAL CODE REQUIRED"
                    ELSE
                        MOVE WS-NEW-NOMINAL TO COA-NOMINAL
                        MOVE WS-NEW-DESCRIPTION TO COA-DESCRIPTION
                        MOVE WS-TODAY-DATE TO COA-CHANGED-DATE
                        MOVE WS-OPERATOR-ID TO COA-CHANGED-BY
                        REWRITE COA-RECORD
                            INVALID KEY
                                DISPLAY "ERROR:REWRITE FAILED "
                                        WS-COA-STATUS
                            NOT INVALID KEY
                                DISPLAY "MAPPING AMENDED"
                        END-REWRITE
                    END-IF
                END-IF
            END-IF.

       DELETE-PARA.
            PERFORM ACCEPT-LINE-KEY-PARA.
            IF WS-KEY-VALID = "Y"
                PERFORM READ-MAPPING-PARA
                IF WS-RECORD-FOUND = "N"
                    DISPLAY "ERROR:LINE TYPE NOT MAPPED"
                ELSE
                    PERFORM SHOW-MAPPING-PARA
                    DISPLAY "A JOURNAL NEEDING THIS LINE WILL BE "
                            "REFUSED UNTIL IT IS MAPPED AGAIN"
                    DISPLAY "CONFIRM DELETE - Y/N :"
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                        DELETE COA-FILE
                            INVALID KEY
                                DISPLAY "ERROR:DELETE FAILED "
                                        WS-COA-STATUS
                            NOT INVALID KEY
                                DISPLAY "MAPPING DELETED"
                        END-DELETE
                    END-IF
                END-IF
            END-IF.

       INQUIRE-PARA.
            PERFORM ACCEPT-LINE-KEY-PARA.
            IF WS-KEY-VALID = "Y"
                PERFORM READ-MAPPING-PARA
                IF WS-RECORD-FOUND = "N"
                    DISPLAY "ERROR:LINE TYPE NOT MAPPED"
                ELSE
                    PERFORM SHOW-MAPPING-PARA
                END-IF
            END-IF.

       LIST-PARA.
      *    Every line type in table order, mapped or not.
            MOVE 0 TO WS-UNMAPPED-COUNT.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                    UNTIL WS-LINE-SUB > 13
                MOVE WS-COA-LINE-TYPE(WS-LINE-SUB) TO WS-LINE-KEY
                PERFORM READ-MAPPING-PARA
                IF WS-RECORD-FOUND = "Y"
                    DISPLAY WS-LINE-KEY " " COA-NOMINAL " "
                            COA-DESCRIPTION
                ELSE
                    ADD 1 TO WS-UNMAPPED-COUNT
                    DISPLAY WS-LINE-KEY " *NOT MAPPED* "
                            WS-COA-LINE-DESC(WS-LINE-SUB)
                END-IF
            END-PERFORM.
            IF WS-UNMAPPED-COUNT > 0
                DISPLAY "WARNING:" WS-UNMAPPED-COUNT
                        " LINE TYPES NOT MAPPED"
            END-IF.

       SHOW-MAPPING-PARA.
            DISPLAY "LINE " COA-LINE-KEY
                    " NOMINAL " COA-NOMINAL
                    " " COA-DESCRIPTION.
            DISPLAY "  LAST CHANGED " COA-CHANGED-DATE
                    " BY " COA-CHANGED-BY.
