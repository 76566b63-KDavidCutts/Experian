       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCHSKEEP.
      *****************************************************************
      *  DCHSKEEP - HISTORY HOUSEKEEPING, PURGE AND REORGANISATION
      *
      *  DCTEST appends to the run history at every batch end and to
      *  the audit trail on every transaction; DCPRICMT and DCOPERMT
      *  append to the price and operator audit trails on every
      *  change. Nothing ever took anything off. This program:
      *
      *      - moves every record dated before the retention cutoff
      *        out of DCHIST.DAT, DCAUDIT.DAT, DCPRCAUD.DAT and
      *        DCOPRAUD.DAT into the archive file, as a section dated
      *        for the purge with a trailer per control group carrying
      *        the count and money totals archived (layout in
      *        ARCHREC.CPY)
      *      - rebuilds DCHISTIX.DAT, the run history indexed by
      *        business date, run number and record type, from what
      *        is kept, so DCTREND and any inquiry can START at the
      *        first date wanted instead of reading from the top
      *      - prints a purge certificate showing, for every control
      *        group, the totals before the purge against the totals
      *        kept plus the totals archived
      *
      *  The retention period comes from DCHKPARM.DAT (HKPARMRC.CPY,
      *  default 92 days) and is counted back from the as-of date
      *  keyed at the prompt, zero meaning today. A record whose date
      *  is not numeric is kept - nothing is archived on a guess.
      *
      *  Each file is copied through a work file, kept records one
      *  way and archived records the other; the work file is then
      *  read back and counted afresh, and the original is replaced
      *  only when its before-totals equal kept plus archived for
      *  every one of its control groups. A file that does not agree
      *  is left exactly as it was and the certificate says so.
      *
      *  Control groups and their two money totals (pence):
      *      DCHIST   R report lines     price, change
      *      DCHIST   A audit rows       amount tendered, price
      *      DCHIST   G GL records       total tendered, net revenue
      *      DCHIST   O oper summaries   change dispensed
      *      DCHIST     any other type   count only
      *      DCAUDIT    audit trail      amount tendered, price
      *      DCPRCAUD   price audit      old price, new price
      *      DCOPRAUD   operator audit   count only
      *
      *  Run it between batches - not while a till is mid-run and
      *  appending to the audit trail.
      *
      *  Files:
      *      DCHKPARM.DAT - retention parameter in (optional)
      *      DCHIST.DAT   - run history, purged in place
      *      DCAUDIT.DAT  - audit trail, purged in place
      *      DCPRCAUD.DAT - price change audit, purged in place
      *      DCOPRAUD.DAT - operator change audit, purged in place
      *      DCHISTIX.DAT - indexed run history, rebuilt
      *      DCARCHIV.DAT - archive out (appended, one dated
      *                     section per purge)
      *      DCHKWORK.DAT - work file
      *      DCHKCERT.DAT - purge certificate out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *  2026-10-15  Audit trail record widened to take the tender
      *              split and line discount now on AUDITREC.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HK-PARAM-FILE ASSIGN TO "DCHKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HKPARM-STATUS.

           SELECT HIST-FILE ASSIGN TO "DCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DCAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRCAUD-FILE ASSIGN TO "DCPRCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCAUD-STATUS.

           SELECT OPRAUD-FILE ASSIGN TO "DCOPRAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRAUD-STATUS.

           SELECT HISTX-FILE ASSIGN TO "DCHISTIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "DCARCHIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT WORK-FILE ASSIGN TO "DCHKWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CERT-FILE ASSIGN TO "DCHKCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HK-PARAM-FILE.
       COPY HKPARMRC.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD        PIC X(116).

       FD  PRCAUD-FILE.
       01  PRCAUD-FILE-RECORD       PIC X(51).

       FD  OPRAUD-FILE.
       01  OPRAUD-FILE-RECORD       PIC X(37).

       FD  HISTX-FILE.
       COPY HISTIXRC.

       FD  ARCHIVE-FILE.
       COPY ARCHREC.

       FD  WORK-FILE.
       01  WORK-RECORD              PIC X(415).

       FD  CERT-FILE.
       01  CERT-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-HKPARM-STATUS      PIC XX   VALUE "00".
           03 WS-HIST-STATUS        PIC XX   VALUE "00".
           03 WS-AUDIT-STATUS       PIC XX   VALUE "00".
           03 WS-PRCAUD-STATUS      PIC XX   VALUE "00".
           03 WS-OPRAUD-STATUS      PIC XX   VALUE "00".
           03 WS-HISTX-STATUS       PIC XX   VALUE "00".
           03 WS-ARCH-STATUS        PIC XX   VALUE "00".
           03 WS-WORK-STATUS        PIC XX   VALUE "00".
           03 WS-CERT-STATUS        PIC XX   VALUE "00".
           03 WS-SRC-STATUS         PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".

      *    Record images the control totals are taken from.
       COPY RPTREC.
       COPY AUDITREC.
       COPY GLREC REPLACING ==:PREFIX:== BY ==WS-HG==.
       COPY PRCAUDRC.
       COPY OPRAUDRC.

      *    Per-operator run summary image - must stay in step with
      *    the layout ARCHIVE-OPER-PARA in DCTEST packs into a type O
      *    history record.
       01  WS-HIST-OPER-IMAGE.
           03 WS-HO-TILL-ID         PIC X(2).
           03 WS-HO-OPER-ID         PIC X(8).
           03 WS-HO-TXNS            PIC 9(8).
           03 WS-HO-CHANGE          PIC 9(10).
           03 WS-HO-REJECTS         PIC 9(6).

      *    The record in hand, whichever file it came from.
       01  WS-CUR-IMAGE             PIC X(415) VALUE SPACES.
       01  WS-CUR-HIST REDEFINES WS-CUR-IMAGE.
           03 WS-CH-BUS-DATE        PIC 9(8).
           03 WS-CH-RUN-NO          PIC 9(6).
           03 WS-CH-REC-TYPE        PIC X.
           03 WS-CH-DATA            PIC X(400).

       01  WS-CUR-FIELDS.
           03 WS-CUR-FILE-NO        PIC 9    VALUE 0.
           03 WS-CUR-GROUP          PIC 9    VALUE 0.
           03 WS-CUR-DATE           PIC X(8) VALUE SPACES.
           03 WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE
                                    PIC 9(8).
           03 WS-CUR-M1             PIC 9(10) VALUE 0.
           03 WS-CUR-M2             PIC 9(10) VALUE 0.
           03 WS-CUR-PHASE          PIC X    VALUE SPACE.

      *    The four files purged, in the order they are done.
       01  WS-FILE-VALUES.
           03 FILLER PIC X(12) VALUE "DCHIST  1  5".
           03 FILLER PIC X(12) VALUE "DCAUDIT 6  6".
           03 FILLER PIC X(12) VALUE "DCPRCAUD7  7".
           03 FILLER PIC X(12) VALUE "DCOPRAUD8  8".
       01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           03 WS-FILE-ENTRY OCCURS 4.
               05 WS-FT-NAME        PIC X(8).
               05 WS-FT-FIRST-GRP   PIC 9.
               05 FILLER            PIC XX.
               05 WS-FT-LAST-GRP    PIC 9.

       01  WS-FILE-RESULTS.
           03 WS-FILE-RESULT OCCURS 4 PIC X(40).

      *    Control groups - file, group name and what the two money
      *    totals are.
       01  WS-GROUP-VALUES.
           03 FILLER PIC X(36)
               VALUE "DCHIST  REPORT LINESPRICE   CHANGE  ".
           03 FILLER PIC X(36)
               VALUE "DCHIST  AUDIT ROWS  TENDEREDPRICE   ".
           03 FILLER PIC X(36)
               VALUE "DCHIST  GL RECORDS  TENDEREDNET REV ".
           03 FILLER PIC X(36)
               VALUE "DCHIST  OPER SUMMARYCHANGE          ".
           03 FILLER PIC X(36)
               VALUE "DCHIST  OTHER ROWS                  ".
           03 FILLER PIC X(36)
               VALUE "DCAUDIT AUDIT TRAIL TENDEREDPRICE   ".
           03 FILLER PIC X(36)
               VALUE "DCPRCAUDPRICE AUDIT OLD PRCENEW PRCE".
           03 FILLER PIC X(36)
               VALUE "DCOPRAUDOPER AUDIT                  ".
       01  WS-GROUP-NAMES REDEFINES WS-GROUP-VALUES.
           03 WS-GROUP-NAME-ENTRY OCCURS 8.
               05 WS-GN-FILE        PIC X(8).
               05 WS-GN-GROUP       PIC X(12).
               05 WS-GN-M1-LABEL    PIC X(8).
               05 WS-GN-M2-LABEL    PIC X(8).

       01  WS-GROUP-TABLE.
           03 WS-GROUP-ENTRY OCCURS 8.
               05 WS-GT-BEF-COUNT   PIC 9(8).
               05 WS-GT-BEF-M1      PIC 9(14).
               05 WS-GT-BEF-M2      PIC 9(14).
               05 WS-GT-KEPT-COUNT  PIC 9(8).
               05 WS-GT-KEPT-M1     PIC 9(14).
               05 WS-GT-KEPT-M2     PIC 9(14).
               05 WS-GT-ARCH-COUNT  PIC 9(8).
               05 WS-GT-ARCH-M1     PIC 9(14).
               05 WS-GT-ARCH-M2     PIC 9(14).
               05 WS-GT-SUM-COUNT   PIC 9(8).
               05 WS-GT-SUM-M1      PIC 9(14).
               05 WS-GT-SUM-M2      PIC 9(14).
               05 WS-GT-AGREED      PIC X.

       01  WS-GRAND-TOTALS.
           03 WS-GR-BEF-COUNT       PIC 9(9)  VALUE 0.
           03 WS-GR-BEF-M1          PIC 9(15) VALUE 0.
           03 WS-GR-BEF-M2          PIC 9(15) VALUE 0.
           03 WS-GR-KEPT-COUNT      PIC 9(9)  VALUE 0.
           03 WS-GR-KEPT-M1         PIC 9(15) VALUE 0.
           03 WS-GR-KEPT-M2         PIC 9(15) VALUE 0.
           03 WS-GR-ARCH-COUNT      PIC 9(9)  VALUE 0.
           03 WS-GR-ARCH-M1         PIC 9(15) VALUE 0.
           03 WS-GR-ARCH-M2         PIC 9(15) VALUE 0.

       01  WS-DATE-FIELDS.
           03 WS-ASOF-DATE          PIC 9(8) VALUE 0.
           03 WS-ASOF-INT           PIC 9(8) VALUE 0.
           03 WS-CUTOFF-INT         PIC 9(8) VALUE 0.
           03 WS-CUTOFF-DATE        PIC 9(8) VALUE 0.
           03 WS-PURGE-DATE         PIC 9(8) VALUE 0.

       01  WS-PARM-FIELDS.
           03 WS-RETAIN-DAYS        PIC 9(4) VALUE 92.
           03 WS-PARM-PRESENT       PIC X    VALUE "N".

       01  WS-COUNTS.
           03 WS-FILE-SUB           PIC 9    VALUE 0.
           03 WS-GROUP-SUB          PIC 9    VALUE 0.
           03 WS-FILE-ARCH-COUNT    PIC 9(8) VALUE 0.
           03 WS-FILE-AGREED        PIC X    VALUE "Y".
           03 WS-ALL-AGREED         PIC X    VALUE "Y".
           03 WS-ARCH-WRITE-FAILS   PIC 9(8) VALUE 0.
           03 WS-INDEX-SEQ          PIC 9(8) VALUE 0.
           03 WS-INDEX-COUNT        PIC 9(8) VALUE 0.
           03 WS-INDEX-SKIPPED      PIC 9(8) VALUE 0.
           03 WS-INDEX-FAILS        PIC 9(8) VALUE 0.

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "HISTORY HOUSEKEEPING - ENTER AS-OF DATE "
                    "YYYYMMDD (0 = TODAY) :".
            ACCEPT WS-ASOF-DATE.
            IF WS-ASOF-DATE = 0
                ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
            END-IF.
            MOVE FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
                TO WS-ASOF-INT.
            IF WS-ASOF-INT = 0
                DISPLAY "ERROR:AS-OF DATE " WS-ASOF-DATE
                        " IS NOT A VALID DATE"
                STOP RUN
            END-IF.

            PERFORM LOAD-PARM-PARA.
      *    Records dated before the cutoff go; the cutoff day itself
      *    and everything after it stays.
            IF WS-RETAIN-DAYS NOT < WS-ASOF-INT
                DISPLAY "ERROR:RETENTION OF " WS-RETAIN-DAYS
                        " DAYS REACHES BEFORE THE CALENDAR"
                STOP RUN
            END-IF.
            SUBTRACT WS-RETAIN-DAYS FROM WS-ASOF-INT
                GIVING WS-CUTOFF-INT.
            MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                TO WS-CUTOFF-DATE.

            ACCEPT WS-PURGE-DATE FROM DATE YYYYMMDD.
            OPEN EXTEND ARCHIVE-FILE.
            IF WS-ARCH-STATUS NOT = "00"
                CLOSE ARCHIVE-FILE
                OPEN OUTPUT ARCHIVE-FILE
            END-IF.
            IF WS-ARCH-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN ARCHIVE FILE "
                        WS-ARCH-STATUS
                STOP RUN
            END-IF.

            OPEN OUTPUT CERT-FILE.
            IF WS-CERT-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN PURGE CERTIFICATE FILE "
                        WS-CERT-STATUS
                CLOSE ARCHIVE-FILE
                STOP RUN
            END-IF.

            INITIALIZE WS-GROUP-TABLE.
            PERFORM WRITE-ARCH-HEADER-PARA.

            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                    UNTIL WS-FILE-SUB > 4
                MOVE WS-FILE-SUB TO WS-CUR-FILE-NO
                PERFORM PURGE-FILE-PARA
            END-PERFORM.

            PERFORM WRITE-ARCH-TRAILERS-PARA.
            CLOSE ARCHIVE-FILE.

            PERFORM REBUILD-INDEX-PARA.
            PERFORM WRITE-CERTIFICATE-PARA.
            CLOSE CERT-FILE.

            DISPLAY "CUTOFF DATE          : " WS-CUTOFF-DATE.
            DISPLAY "PURGE DATE           : " WS-PURGE-DATE.
            DISPLAY "RECORDS BEFORE       : " WS-GR-BEF-COUNT.
            DISPLAY "RECORDS KEPT         : " WS-GR-KEPT-COUNT.
            DISPLAY "RECORDS ARCHIVED     : " WS-GR-ARCH-COUNT.
            DISPLAY "HISTORY ROWS INDEXED : " WS-INDEX-COUNT.
            IF WS-ALL-AGREED = "Y"
                DISPLAY "PURGE CERTIFIED"
            ELSE
                DISPLAY "ERROR:PURGE NOT CERTIFIED - SEE DCHKCERT.DAT"
            END-IF.
            STOP RUN.

       LOAD-PARM-PARA.
      *    A missing parameter file runs on the default retention. A
      *    value that is present but not numeric refuses the run.
            MOVE "N" TO WS-PARM-PRESENT.
            OPEN INPUT HK-PARAM-FILE.
            IF WS-HKPARM-STATUS = "00"
                READ HK-PARAM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-PARM-PRESENT
                END-READ
                CLOSE HK-PARAM-FILE
            END-IF.
            IF WS-PARM-PRESENT = "N"
                DISPLAY "WARNING:NO HOUSEKEEPING PARAMETER FILE - "
                        "DEFAULT RETENTION APPLIED"
            ELSE
                IF HKPARM-RETAIN-DAYS = SPACES
                    CONTINUE
                ELSE
                    IF HKPARM-RETAIN-DAYS NUMERIC
                        IF HKPARM-RETAIN-DAYS > "0000"
                            MOVE HKPARM-RETAIN-DAYS TO WS-RETAIN-DAYS
                            DISPLAY "PARM:RETENTION DAYS "
                                    HKPARM-RETAIN-DAYS " APPLIED"
                        END-IF
                    ELSE
                        DISPLAY "ERROR:PARAMETER RETENTION DAYS "
                                "NOT NUMERIC - FOUND "
                                HKPARM-RETAIN-DAYS
                        STOP RUN
                    END-IF
                END-IF
            END-IF.

       WRITE-ARCH-HEADER-PARA.
            MOVE SPACES TO ARCH-RECORD.
            MOVE "H" TO ARCH-REC-TYPE.
            MOVE "DCHSKEEP" TO ARCH-SOURCE.
            MOVE WS-PURGE-DATE TO ARCH-PURGE-DATE.
            MOVE WS-ASOF-DATE TO ARCH-ASOF-DATE.
            MOVE WS-CUTOFF-DATE TO ARCH-CUTOFF-DATE.
            MOVE WS-RETAIN-DAYS TO ARCH-RETAIN-DAYS.
            WRITE ARCH-RECORD.
            IF WS-ARCH-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT WRITE ARCHIVE FILE "
                        WS-ARCH-STATUS
                STOP RUN
            END-IF.

       PURGE-FILE-PARA.
      *    One file: split it kept/archived through the work file,
      *    count the work file back, and replace the original only
      *    when every control group agrees.
            MOVE 0 TO WS-FILE-ARCH-COUNT.
            PERFORM OPEN-SOURCE-INPUT-PARA.
            IF WS-SRC-STATUS = "35"
                MOVE "NOT PRESENT - NOTHING TO PURGE"
                    TO WS-FILE-RESULT(WS-CUR-FILE-NO)
            ELSE
                IF WS-SRC-STATUS NOT = "00"
                    MOVE "CANNOT OPEN - LEFT AS IT WAS"
                        TO WS-FILE-RESULT(WS-CUR-FILE-NO)
                    MOVE "N" TO WS-ALL-AGREED
                    DISPLAY "WARNING:CANNOT OPEN "
                            WS-FT-NAME(WS-CUR-FILE-NO) " "
                            WS-SRC-STATUS " - NOT PURGED"
                ELSE
                    PERFORM SPLIT-FILE-PARA
                    PERFORM COUNT-WORK-PARA
                    PERFORM CHECK-FILE-PARA
                    IF WS-FILE-AGREED = "N"
                        MOVE "DOES NOT AGREE - LEFT AS IT WAS"
                            TO WS-FILE-RESULT(WS-CUR-FILE-NO)
                        MOVE "N" TO WS-ALL-AGREED
                        DISPLAY "ERROR:"
                                WS-FT-NAME(WS-CUR-FILE-NO)
                                " CONTROL TOTALS DO NOT AGREE - "
                                "NOT REPLACED"
                    ELSE
                        IF WS-FILE-ARCH-COUNT = 0
                            MOVE "AGREED - NOTHING OLD ENOUGH"
                                TO WS-FILE-RESULT(WS-CUR-FILE-NO)
                        ELSE
                            PERFORM REPLACE-SOURCE-PARA
                            MOVE "AGREED - PURGED AND REPLACED"
                                TO WS-FILE-RESULT(WS-CUR-FILE-NO)
                        END-IF
                    END-IF
                END-IF
            END-IF.

       OPEN-SOURCE-INPUT-PARA.
            IF WS-CUR-FILE-NO = 1
                OPEN INPUT HIST-FILE
                MOVE WS-HIST-STATUS TO WS-SRC-STATUS
            ELSE
                IF WS-CUR-FILE-NO = 2
                    OPEN INPUT AUDIT-FILE
                    MOVE WS-AUDIT-STATUS TO WS-SRC-STATUS
                ELSE
                    IF WS-CUR-FILE-NO = 3
                        OPEN INPUT PRCAUD-FILE
                        MOVE WS-PRCAUD-STATUS TO WS-SRC-STATUS
                    ELSE
                        OPEN INPUT OPRAUD-FILE
                        MOVE WS-OPRAUD-STATUS TO WS-SRC-STATUS
                    END-IF
                END-IF
            END-IF.

       READ-SOURCE-PARA.
      *    Next record of the current file into WS-CUR-IMAGE.
            MOVE SPACES TO WS-CUR-IMAGE.
            IF WS-CUR-FILE-NO = 1
                READ HIST-FILE
                    AT END MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END MOVE HIST-RECORD TO WS-CUR-IMAGE
                END-READ
            ELSE
                IF WS-CUR-FILE-NO = 2
                    READ AUDIT-FILE
                        AT END MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            MOVE AUDIT-FILE-RECORD TO WS-CUR-IMAGE
                    END-READ
                ELSE
                    IF WS-CUR-FILE-NO = 3
                        READ PRCAUD-FILE
                            AT END MOVE "Y" TO WS-EOF-FLAG
                            NOT AT END
                                MOVE PRCAUD-FILE-RECORD
                                    TO WS-CUR-IMAGE
                        END-READ
                    ELSE
                        READ OPRAUD-FILE
                            AT END MOVE "Y" TO WS-EOF-FLAG
                            NOT AT END
                                MOVE OPRAUD-FILE-RECORD
                                    TO WS-CUR-IMAGE
                        END-READ
                    END-IF
                END-IF
            END-IF.

       CLOSE-SOURCE-PARA.
            IF WS-CUR-FILE-NO = 1
                CLOSE HIST-FILE
            ELSE
                IF WS-CUR-FILE-NO = 2
                    CLOSE AUDIT-FILE
                ELSE
                    IF WS-CUR-FILE-NO = 3
                        CLOSE PRCAUD-FILE
                    ELSE
                        CLOSE OPRAUD-FILE
                    END-IF
                END-IF
            END-IF.

       SPLIT-FILE-PARA.
      *    Before-totals for every record; a record dated before the
      *    cutoff goes to the archive (and counts as archived only
      *    once written), anything else to the work file.
            OPEN OUTPUT WORK-FILE.
            IF WS-WORK-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN WORK FILE " WS-WORK-STATUS
                STOP RUN
            END-IF.
            MOVE "N" TO WS-EOF-FLAG.
            PERFORM READ-SOURCE-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                PERFORM CLASSIFY-PARA
                MOVE "B" TO WS-CUR-PHASE
                PERFORM ADD-CONTROL-PARA
                IF WS-CUR-DATE NUMERIC
                        AND WS-CUR-DATE-NUM < WS-CUTOFF-DATE
                    PERFORM WRITE-ARCH-DETAIL-PARA
                ELSE
                    MOVE WS-CUR-IMAGE TO WORK-RECORD
                    WRITE WORK-RECORD
                    IF WS-WORK-STATUS NOT = "00"
                        DISPLAY "ERROR:CANNOT WRITE WORK FILE "
                                WS-WORK-STATUS
                        STOP RUN
                    END-IF
                END-IF
                PERFORM READ-SOURCE-PARA
            END-PERFORM.
            PERFORM CLOSE-SOURCE-PARA.
            CLOSE WORK-FILE.

       WRITE-ARCH-DETAIL-PARA.
            MOVE SPACES TO ARCH-RECORD.
            MOVE "D" TO ARCH-REC-TYPE.
            MOVE WS-FT-NAME(WS-CUR-FILE-NO) TO ARCH-SOURCE.
            MOVE WS-PURGE-DATE TO ARCH-PURGE-DATE.
            MOVE WS-CUR-IMAGE TO ARCH-DETAIL.
            WRITE ARCH-RECORD.
            IF WS-ARCH-STATUS = "00"
                MOVE "A" TO WS-CUR-PHASE
                PERFORM ADD-CONTROL-PARA
                ADD 1 TO WS-FILE-ARCH-COUNT
            ELSE
                ADD 1 TO WS-ARCH-WRITE-FAILS
                DISPLAY "WARNING:ARCHIVE WRITE FAILED "
                        WS-ARCH-STATUS " - "
                        WS-FT-NAME(WS-CUR-FILE-NO)
            END-IF.

       COUNT-WORK-PARA.
      *    Kept-totals, counted afresh from what actually reached
      *    the work file rather than carried over from the split.
            OPEN INPUT WORK-FILE.
            IF WS-WORK-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT REOPEN WORK FILE " WS-WORK-STATUS
                STOP RUN
            END-IF.
            MOVE "N" TO WS-EOF-FLAG.
            PERFORM READ-WORK-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                MOVE WORK-RECORD TO WS-CUR-IMAGE
                PERFORM CLASSIFY-PARA
                MOVE "K" TO WS-CUR-PHASE
                PERFORM ADD-CONTROL-PARA
                PERFORM READ-WORK-PARA
            END-PERFORM.
            CLOSE WORK-FILE.

       READ-WORK-PARA.
            READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       CLASSIFY-PARA.
      *    Control group, date and the two money figures of the
      *    record in WS-CUR-IMAGE. A money field that is not numeric
      *    counts as zero - the same rule on every pass, so it cannot
      *    make a pass disagree.
            MOVE 0 TO WS-CUR-M1.
            MOVE 0 TO WS-CUR-M2.
            IF WS-CUR-FILE-NO = 1
                MOVE WS-CUR-IMAGE(1:8) TO WS-CUR-DATE
                PERFORM CLASSIFY-HIST-PARA
            ELSE
                IF WS-CUR-FILE-NO = 2
                    MOVE 6 TO WS-CUR-GROUP
                    MOVE WS-CUR-IMAGE TO AUDIT-RECORD
                    MOVE WS-CUR-IMAGE(9:8) TO WS-CUR-DATE
                    PERFORM TAKE-AUDIT-MONEY-PARA
                ELSE
                    IF WS-CUR-FILE-NO = 3
                        MOVE 7 TO WS-CUR-GROUP
                        MOVE WS-CUR-IMAGE TO PRCAUD-RECORD
                        MOVE WS-CUR-IMAGE(9:8) TO WS-CUR-DATE
                        IF PRCAUD-OLD-AMOUNT NUMERIC
                            MOVE PRCAUD-OLD-AMOUNT TO WS-CUR-M1
                        END-IF
                        IF PRCAUD-NEW-AMOUNT NUMERIC
                            MOVE PRCAUD-NEW-AMOUNT TO WS-CUR-M2
                        END-IF
                    ELSE
                        MOVE 8 TO WS-CUR-GROUP
                        MOVE WS-CUR-IMAGE TO OPRAUD-RECORD
                        MOVE WS-CUR-IMAGE(9:8) TO WS-CUR-DATE
                    END-IF
                END-IF
            END-IF.

       CLASSIFY-HIST-PARA.
            IF WS-CH-REC-TYPE = "R"
                MOVE 1 TO WS-CUR-GROUP
                MOVE WS-CH-DATA TO RPT-RECORD
                IF RPT-PRICE NUMERIC
                    MOVE RPT-PRICE TO WS-CUR-M1
                END-IF
                IF RPT-CHANGE NUMERIC
                    MOVE RPT-CHANGE TO WS-CUR-M2
                END-IF
            ELSE
                IF WS-CH-REC-TYPE = "A"
                    MOVE 2 TO WS-CUR-GROUP
                    MOVE WS-CH-DATA TO AUDIT-RECORD
                    PERFORM TAKE-AUDIT-MONEY-PARA
                ELSE
                    IF WS-CH-REC-TYPE = "G"
                        MOVE 3 TO WS-CUR-GROUP
                        MOVE WS-CH-DATA TO WS-HG-RECORD
                        IF WS-HG-TOTAL-TENDERED NUMERIC
                            MOVE WS-HG-TOTAL-TENDERED TO WS-CUR-M1
                        END-IF
                        IF WS-HG-NET-REVENUE NUMERIC
                            MOVE WS-HG-NET-REVENUE TO WS-CUR-M2
                        END-IF
                    ELSE
                        IF WS-CH-REC-TYPE = "O"
                            MOVE 4 TO WS-CUR-GROUP
                            MOVE WS-CH-DATA TO WS-HIST-OPER-IMAGE
                            IF WS-HO-CHANGE NUMERIC
                                MOVE WS-HO-CHANGE TO WS-CUR-M1
                            END-IF
                        ELSE
                            MOVE 5 TO WS-CUR-GROUP
                        END-IF
                    END-IF
                END-IF
            END-IF.

       TAKE-AUDIT-MONEY-PARA.
            IF AUDIT-AMOUNT NUMERIC
                MOVE AUDIT-AMOUNT TO WS-CUR-M1
            END-IF.
            IF AUDIT-PRICE NUMERIC
                MOVE AUDIT-PRICE TO WS-CUR-M2
            END-IF.

       ADD-CONTROL-PARA.
      *    B = before the purge, K = kept, A = archived.
            IF WS-CUR-PHASE = "B"
                ADD 1 TO WS-GT-BEF-COUNT(WS-CUR-GROUP)
                ADD WS-CUR-M1 TO WS-GT-BEF-M1(WS-CUR-GROUP)
                ADD WS-CUR-M2 TO WS-GT-BEF-M2(WS-CUR-GROUP)
            ELSE
                IF WS-CUR-PHASE = "K"
                    ADD 1 TO WS-GT-KEPT-COUNT(WS-CUR-GROUP)
                    ADD WS-CUR-M1 TO WS-GT-KEPT-M1(WS-CUR-GROUP)
                    ADD WS-CUR-M2 TO WS-GT-KEPT-M2(WS-CUR-GROUP)
                ELSE
                    ADD 1 TO WS-GT-ARCH-COUNT(WS-CUR-GROUP)
                    ADD WS-CUR-M1 TO WS-GT-ARCH-M1(WS-CUR-GROUP)
                    ADD WS-CUR-M2 TO WS-GT-ARCH-M2(WS-CUR-GROUP)
                END-IF
            END-IF.

       CHECK-FILE-PARA.
      *    Before must equal kept plus archived, count and both money
      *    totals, in every control group of the file.
            MOVE "Y" TO WS-FILE-AGREED.
            PERFORM VARYING WS-GROUP-SUB
                    FROM WS-FT-FIRST-GRP(WS-CUR-FILE-NO) BY 1
                    UNTIL WS-GROUP-SUB > WS-FT-LAST-GRP(WS-CUR-FILE-NO)
                ADD WS-GT-KEPT-COUNT(WS-GROUP-SUB)
                    WS-GT-ARCH-COUNT(WS-GROUP-SUB)
                    GIVING WS-GT-SUM-COUNT(WS-GROUP-SUB)
                ADD WS-GT-KEPT-M1(WS-GROUP-SUB)
                    WS-GT-ARCH-M1(WS-GROUP-SUB)
                    GIVING WS-GT-SUM-M1(WS-GROUP-SUB)
                ADD WS-GT-KEPT-M2(WS-GROUP-SUB)
                    WS-GT-ARCH-M2(WS-GROUP-SUB)
                    GIVING WS-GT-SUM-M2(WS-GROUP-SUB)
                IF WS-GT-SUM-COUNT(WS-GROUP-SUB)
                        = WS-GT-BEF-COUNT(WS-GROUP-SUB)
                        AND WS-GT-SUM-M1(WS-GROUP-SUB)
                        = WS-GT-BEF-M1(WS-GROUP-SUB)
                        AND WS-GT-SUM-M2(WS-GROUP-SUB)
                        = WS-GT-BEF-M2(WS-GROUP-SUB)
                    MOVE "Y" TO WS-GT-AGREED(WS-GROUP-SUB)
                ELSE
                    MOVE "N" TO WS-GT-AGREED(WS-GROUP-SUB)
                    MOVE "N" TO WS-FILE-AGREED
                END-IF
            END-PERFORM.

       REPLACE-SOURCE-PARA.
      *    Copy the kept records back over the original. A failure
      *    part way leaves the kept records safe in the work file -
      *    the run stops so nothing overwrites it.
            IF WS-CUR-FILE-NO = 1
                OPEN OUTPUT HIST-FILE
                MOVE WS-HIST-STATUS TO WS-SRC-STATUS
            ELSE
                IF WS-CUR-FILE-NO = 2
                    OPEN OUTPUT AUDIT-FILE
                    MOVE WS-AUDIT-STATUS TO WS-SRC-STATUS
                ELSE
                    IF WS-CUR-FILE-NO = 3
                        OPEN OUTPUT PRCAUD-FILE
                        MOVE WS-PRCAUD-STATUS TO WS-SRC-STATUS
                    ELSE
                        OPEN OUTPUT OPRAUD-FILE
                        MOVE WS-OPRAUD-STATUS TO WS-SRC-STATUS
                    END-IF
                END-IF
            END-IF.
            IF WS-SRC-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT REWRITE "
                        WS-FT-NAME(WS-CUR-FILE-NO) " "
                        WS-SRC-STATUS " - KEPT RECORDS ARE IN "
                        "DCHKWORK.DAT"
                STOP RUN
            END-IF.
            OPEN INPUT WORK-FILE.
            MOVE "N" TO WS-EOF-FLAG.
            PERFORM READ-WORK-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                PERFORM WRITE-SOURCE-PARA
                IF WS-SRC-STATUS NOT = "00"
                    DISPLAY "ERROR:REWRITE OF "
                            WS-FT-NAME(WS-CUR-FILE-NO) " FAILED "
                            WS-SRC-STATUS " - KEPT RECORDS ARE IN "
                            "DCHKWORK.DAT"
                    STOP RUN
                END-IF
                PERFORM READ-WORK-PARA
            END-PERFORM.
            CLOSE WORK-FILE.
            PERFORM CLOSE-SOURCE-PARA.

       WRITE-SOURCE-PARA.
            IF WS-CUR-FILE-NO = 1
                MOVE WORK-RECORD TO HIST-RECORD
                WRITE HIST-RECORD
                MOVE WS-HIST-STATUS TO WS-SRC-STATUS
            ELSE
                IF WS-CUR-FILE-NO = 2
                    MOVE WORK-RECORD TO AUDIT-FILE-RECORD
                    WRITE AUDIT-FILE-RECORD
                    MOVE WS-AUDIT-STATUS TO WS-SRC-STATUS
                ELSE
                    IF WS-CUR-FILE-NO = 3
                        MOVE WORK-RECORD TO PRCAUD-FILE-RECORD
                        WRITE PRCAUD-FILE-RECORD
                        MOVE WS-PRCAUD-STATUS TO WS-SRC-STATUS
                    ELSE
                        MOVE WORK-RECORD TO OPRAUD-FILE-RECORD
                        WRITE OPRAUD-FILE-RECORD
                        MOVE WS-OPRAUD-STATUS TO WS-SRC-STATUS
                    END-IF
                END-IF
            END-IF.

       WRITE-ARCH-TRAILERS-PARA.
      *    One trailer per control group, archived figures only.
            PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                    UNTIL WS-GROUP-SUB > 8
                MOVE SPACES TO ARCH-RECORD
                MOVE "T" TO ARCH-REC-TYPE
                MOVE WS-GN-FILE(WS-GROUP-SUB) TO ARCH-SOURCE
                MOVE WS-PURGE-DATE TO ARCH-PURGE-DATE
                MOVE WS-GN-GROUP(WS-GROUP-SUB) TO ARCH-TRL-GROUP
                MOVE WS-GT-ARCH-COUNT(WS-GROUP-SUB) TO ARCH-TRL-COUNT
                MOVE WS-GT-ARCH-M1(WS-GROUP-SUB) TO ARCH-TRL-MONEY-1
                MOVE WS-GT-ARCH-M2(WS-GROUP-SUB) TO ARCH-TRL-MONEY-2
                WRITE ARCH-RECORD
                IF WS-ARCH-STATUS NOT = "00"
                    DISPLAY "WARNING:ARCHIVE TRAILER WRITE FAILED "
                            WS-ARCH-STATUS
                    MOVE "N" TO WS-ALL-AGREED
                END-IF
            END-PERFORM.

       REBUILD-INDEX-PARA.
      *    The indexed history is rebuilt from scratch off whatever
      *    DCHIST.DAT now holds - purged or, if it did not agree,
      *    untouched - with the rows numbered in file order so a
      *    rerun of a date and run never collides with itself.
            MOVE 0 TO WS-INDEX-SEQ.
            OPEN OUTPUT HISTX-FILE.
            IF WS-HISTX-STATUS NOT = "00"
                DISPLAY "WARNING:CANNOT CREATE HISTORY INDEX "
                        WS-HISTX-STATUS " - NOT REBUILT"
                MOVE "N" TO WS-ALL-AGREED
            ELSE
                OPEN INPUT HIST-FILE
                IF WS-HIST-STATUS = "00"
                    MOVE "N" TO WS-EOF-FLAG
                    PERFORM READ-HIST-INDEX-PARA
                    PERFORM UNTIL WS-EOF-FLAG = "Y"
                        PERFORM WRITE-INDEX-PARA
                        PERFORM READ-HIST-INDEX-PARA
                    END-PERFORM
                    CLOSE HIST-FILE
                END-IF
                CLOSE HISTX-FILE
            END-IF.

       READ-HIST-INDEX-PARA.
            READ HIST-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       WRITE-INDEX-PARA.
            ADD 1 TO WS-INDEX-SEQ.
            IF HIST-BUS-DATE NOT NUMERIC OR HIST-RUN-NO NOT NUMERIC
                ADD 1 TO WS-INDEX-SKIPPED
            ELSE
                MOVE HIST-BUS-DATE TO HISTX-BUS-DATE
                MOVE HIST-RUN-NO TO HISTX-RUN-NO
                MOVE HIST-REC-TYPE TO HISTX-REC-TYPE
                MOVE WS-INDEX-SEQ TO HISTX-SEQ
                MOVE HIST-DATA TO HISTX-DATA
                WRITE HISTX-RECORD
                    INVALID KEY
                        ADD 1 TO WS-INDEX-FAILS
                    NOT INVALID KEY
                        ADD 1 TO WS-INDEX-COUNT
                END-WRITE
            END-IF.

       WRITE-CERTIFICATE-PARA.
            MOVE "HISTORY HOUSEKEEPING - PURGE CERTIFICATE"
                TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "PURGE DATE " DELIMITED BY SIZE
                   WS-PURGE-DATE DELIMITED BY SIZE
                   " AS-OF " DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   " RETENTION " DELIMITED BY SIZE
                   WS-RETAIN-DAYS DELIMITED BY SIZE
                   " DAYS - RECORDS DATED BEFORE " DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
                   " ARCHIVED" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ARCHIVED TO DCARCHIV.DAT UNDER PURGE DATE "
                       DELIMITED BY SIZE
                   WS-PURGE-DATE DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                    UNTIL WS-FILE-SUB > 4
                MOVE SPACES TO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
                MOVE SPACES TO WS-RPT-LINE
                STRING "FILE " DELIMITED BY SIZE
                       WS-FT-NAME(WS-FILE-SUB) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-FILE-RESULT(WS-FILE-SUB) DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
                PERFORM VARYING WS-GROUP-SUB
                        FROM WS-FT-FIRST-GRP(WS-FILE-SUB) BY 1
                        UNTIL WS-GROUP-SUB
                            > WS-FT-LAST-GRP(WS-FILE-SUB)
                    PERFORM WRITE-CERT-GROUP-PARA
                END-PERFORM
            END-PERFORM.

            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ALL FILES  BEFORE " DELIMITED BY SIZE
                   WS-GR-BEF-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GR-BEF-M1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GR-BEF-M2 DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "           KEPT   " DELIMITED BY SIZE
                   WS-GR-KEPT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GR-KEPT-M1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GR-KEPT-M2 DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "           ARCHVD " DELIMITED BY SIZE
                   WS-GR-ARCH-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GR-ARCH-M1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GR-ARCH-M2 DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            MOVE SPACES TO WS-RPT-LINE.
            STRING "HISTORY INDEX REBUILT - " DELIMITED BY SIZE
                   WS-INDEX-COUNT DELIMITED BY SIZE
                   " ROWS INDEXED, " DELIMITED BY SIZE
                   WS-INDEX-SKIPPED DELIMITED BY SIZE
                   " UNDATED, " DELIMITED BY SIZE
                   WS-INDEX-FAILS DELIMITED BY SIZE
                   " REFUSED" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-ALL-AGREED = "Y" AND WS-ARCH-WRITE-FAILS = 0
                STRING "CERTIFIED - FOR EVERY FILE THE TOTALS KEPT "
                           DELIMITED BY SIZE
                       "PLUS THE TOTALS ARCHIVED EQUAL THE TOTALS "
                           DELIMITED BY SIZE
                       "BEFORE" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                STRING "NOT CERTIFIED - A FILE ABOVE DID NOT AGREE "
                           DELIMITED BY SIZE
                       "OR COULD NOT BE PURGED" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                MOVE "N" TO WS-ALL-AGREED
            END-IF.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-CERT-GROUP-PARA.
            ADD WS-GT-BEF-COUNT(WS-GROUP-SUB) TO WS-GR-BEF-COUNT.
            ADD WS-GT-BEF-M1(WS-GROUP-SUB) TO WS-GR-BEF-M1.
            ADD WS-GT-BEF-M2(WS-GROUP-SUB) TO WS-GR-BEF-M2.
            ADD WS-GT-KEPT-COUNT(WS-GROUP-SUB) TO WS-GR-KEPT-COUNT.
            ADD WS-GT-KEPT-M1(WS-GROUP-SUB) TO WS-GR-KEPT-M1.
            ADD WS-GT-KEPT-M2(WS-GROUP-SUB) TO WS-GR-KEPT-M2.
            ADD WS-GT-ARCH-COUNT(WS-GROUP-SUB) TO WS-GR-ARCH-COUNT.
            ADD WS-GT-ARCH-M1(WS-GROUP-SUB) TO WS-GR-ARCH-M1.
            ADD WS-GT-ARCH-M2(WS-GROUP-SUB) TO WS-GR-ARCH-M2.

            MOVE SPACES TO WS-RPT-LINE.
            STRING "  " DELIMITED BY SIZE
                   WS-GN-GROUP(WS-GROUP-SUB) DELIMITED BY SIZE
                   "  COUNT / " DELIMITED BY SIZE
                   WS-GN-M1-LABEL(WS-GROUP-SUB) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-GN-M2-LABEL(WS-GROUP-SUB) DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "    BEFORE          " DELIMITED BY SIZE
                   WS-GT-BEF-COUNT(WS-GROUP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GT-BEF-M1(WS-GROUP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GT-BEF-M2(WS-GROUP-SUB) DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "    KEPT            " DELIMITED BY SIZE
                   WS-GT-KEPT-COUNT(WS-GROUP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GT-KEPT-M1(WS-GROUP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GT-KEPT-M2(WS-GROUP-SUB) DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "    ARCHIVED        " DELIMITED BY SIZE
                   WS-GT-ARCH-COUNT(WS-GROUP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GT-ARCH-M1(WS-GROUP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GT-ARCH-M2(WS-GROUP-SUB) DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-GT-AGREED(WS-GROUP-SUB) = "N"
                STRING "    KEPT + ARCHIVED " DELIMITED BY SIZE
                       WS-GT-SUM-COUNT(WS-GROUP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-GT-SUM-M1(WS-GROUP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-GT-SUM-M2(WS-GROUP-SUB) DELIMITED BY SIZE
                       "  *** DOES NOT AGREE ***" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                STRING "    KEPT + ARCHIVED " DELIMITED BY SIZE
                       WS-GT-SUM-COUNT(WS-GROUP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-GT-SUM-M1(WS-GROUP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-GT-SUM-M2(WS-GROUP-SUB) DELIMITED BY SIZE
                       "  AGREES WITH BEFORE" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO CERT-RECORD.
            WRITE CERT-RECORD.
