      *  history dated after the as-of date is ignored, so last
      *  week's report can be re-produced exactly.
      *
      *  Once DCHSKEEP has reorganised the history, the indexed copy
      *  is read from the first day of the window (the Monday or the
      *  first of the month, whichever is earlier) to the as-of date
      *  and no further. Until then the sequential history is read
      *  from the top as before.
      *
      *  Files:
      *      DCHISTIX.DAT - indexed run history in (DCHSKEEP/DCTEST)
      *      DCHIST.DAT   - run history in when there is no index
      *      DCTRND.DAT   - trend report out
      *
      *  Change history.
      *  2026-09-02  Initial version.
      *  2026-10-15  Reads the indexed history by date range when
      *              DCHSKEEP has built it, the sequential history
      *              from the top only when it has not.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTX-FILE ASSIGN TO "DCHISTIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "DCTRND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRND-STATUS.
       FD  HIST-FILE.
       COPY HISTREC.

       FD  HISTX-FILE.
       COPY HISTIXRC.

       FD  TREND-REPORT-FILE.
       01  TREND-RPT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-HIST-STATUS        PIC XX   VALUE "00".
           03 WS-HISTX-STATUS       PIC XX   VALUE "00".
           03 WS-USE-INDEX          PIC X    VALUE "N".
           03 WS-TRND-STATUS        PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".

      *    The history row being posted, from whichever file.
       01  WS-POST-HIST.
           03 WS-PH-BUS-DATE        PIC 9(8).
           03 WS-PH-RUN-NO          PIC 9(6).
           03 WS-PH-REC-TYPE        PIC X.
           03 WS-PH-DATA            PIC X(400).

      *    Archived GL record image, unpacked from HIST-DATA.
       COPY GLREC REPLACING ==:PREFIX:== BY ==WS-HG==.

           03 WS-ASOF-YM            PIC X(6) VALUE SPACES.
           03 WS-ASOF-INT           PIC 9(8) VALUE 0.
           03 WS-WEEK-START-INT     PIC 9(8) VALUE 0.
           03 WS-WINDOW-START       PIC 9(8) VALUE 0.
           03 WS-MONTH-START        PIC 9(8) VALUE 0.
           03 WS-DAY-OF-WEEK        PIC 9    VALUE 0.
           03 WS-REC-INT            PIC 9(8) VALUE 0.
           03 WS-IN-WEEK            PIC X    VALUE "N".
            END-IF.
            PERFORM SET-WINDOW-PARA.

            MOVE "N" TO WS-USE-INDEX.
            OPEN INPUT HISTX-FILE.
            IF WS-HISTX-STATUS = "00"
                MOVE "Y" TO WS-USE-INDEX
            ELSE
                OPEN INPUT HIST-FILE
                IF WS-HIST-STATUS NOT = "00"
                    DISPLAY "ERROR:CANNOT OPEN HISTORY FILE "
                            WS-HIST-STATUS
                    STOP RUN
                END-IF
            END-IF.

            OPEN OUTPUT TREND-REPORT-FILE.
            IF WS-TRND-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN TREND REPORT FILE "
                        WS-TRND-STATUS
                IF WS-USE-INDEX = "Y"
                    CLOSE HISTX-FILE
                ELSE
                    CLOSE HIST-FILE
                END-IF
                STOP RUN
            END-IF.

            MOVE "N" TO WS-EOF-FLAG.
            IF WS-USE-INDEX = "Y"
                PERFORM START-HIST-INDEX-PARA
            END-IF.
            PERFORM READ-HIST-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                ADD 1 TO WS-READ-COUNT
                PERFORM POST-HIST-PARA
                PERFORM READ-HIST-PARA
            END-PERFORM.
            IF WS-USE-INDEX = "Y"
                CLOSE HISTX-FILE
            ELSE
                CLOSE HIST-FILE
            END-IF.

            PERFORM WRITE-HEADER-PARA.
            PERFORM WRITE-WEEK-PARA.
                    GIVING WS-WEEK-START-INT
                ADD 1 TO WS-WEEK-START-INT
            END-IF.
      *    The earliest date either window wants - where an indexed
      *    read starts.
            MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
                TO WS-WINDOW-START.
            MOVE WS-ASOF-DATE TO WS-MONTH-START.
            MOVE "01" TO WS-MONTH-START(7:2).
            IF WS-MONTH-START < WS-WINDOW-START
                MOVE WS-MONTH-START TO WS-WINDOW-START
            END-IF.

       START-HIST-INDEX-PARA.
            MOVE LOW-VALUES TO HISTX-KEY.
            MOVE WS-WINDOW-START TO HISTX-BUS-DATE.
            START HISTX-FILE KEY IS NOT < HISTX-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START.

       READ-HIST-PARA.
      *    An indexed read stops at the first row past the as-of
      *    date; a sequential read has to go to the end, since the
      *    file is in the order runs were archived.
            IF WS-USE-INDEX = "Y"
                IF WS-EOF-FLAG = "N"
                    READ HISTX-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            IF HISTX-BUS-DATE > WS-ASOF-DATE
                                MOVE "Y" TO WS-EOF-FLAG
                            ELSE
                                MOVE HISTX-BUS-DATE TO WS-PH-BUS-DATE
                                MOVE HISTX-RUN-NO TO WS-PH-RUN-NO
                                MOVE HISTX-REC-TYPE TO WS-PH-REC-TYPE
                                MOVE HISTX-DATA TO WS-PH-DATA
                            END-IF
                    END-READ
                END-IF
            ELSE
                READ HIST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        MOVE HIST-RECORD TO WS-POST-HIST
                END-READ
            END-IF.

       POST-HIST-PARA.
      *    Decide which windows the record's business date falls in,
      *    archived for inquiry but carry nothing this report needs.
            MOVE "N" TO WS-IN-WEEK.
            MOVE "N" TO WS-IN-MONTH.
            IF WS-PH-BUS-DATE NOT NUMERIC
                CONTINUE
            ELSE
                IF WS-PH-BUS-DATE > WS-ASOF-DATE
                    CONTINUE
                ELSE
                    MOVE FUNCTION INTEGER-OF-DATE(WS-PH-BUS-DATE)
                        TO WS-REC-INT
                    IF WS-REC-INT NOT = 0
                            AND WS-REC-INT NOT < WS-WEEK-START-INT
                        MOVE "Y" TO WS-IN-WEEK
                    END-IF
                    IF WS-PH-BUS-DATE(1:6) = WS-ASOF-YM
                        MOVE "Y" TO WS-IN-MONTH
                    END-IF
                END-IF
            END-IF.

            IF WS-IN-WEEK = "Y" OR WS-IN-MONTH = "Y"
                IF WS-PH-REC-TYPE = "G"
                    ADD 1 TO WS-GL-COUNT
                    PERFORM POST-GL-PARA
                ELSE
                    IF WS-PH-REC-TYPE = "O"
                        ADD 1 TO WS-OPER-REC-COUNT
                        PERFORM POST-OPER-PARA
                    END-IF
            END-IF.

       POST-GL-PARA.
            MOVE WS-PH-DATA TO WS-HG-RECORD.
            MOVE WS-HG-TILL-ID TO WS-POST-TILL-ID.
            PERFORM FIND-TILL-SLOT-PARA.
            IF WS-TILL-CUR > 0
            END-IF.

       POST-OPER-PARA.
            MOVE WS-PH-DATA TO WS-HIST-OPER-IMAGE.
            MOVE WS-HO-TILL-ID TO WS-POST-TILL-ID.
            PERFORM FIND-TILL-SLOT-PARA.
            IF WS-TILL-CUR > 0
