       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCPROMRP.
      *****************************************************************
      *  DCPROMRP - PROMOTION PERFORMANCE REPORT
      *
      *  Tells head office what each offer actually cost: for every
      *  offer on the promotion master, and every offer id found on
      *  the run history, the baskets that took the deal, the units
      *  the deals covered and the discount given away, net of any
      *  discount taken back by refunds and voids.
      *
      *  The figures come from the promotion rows DCTEST writes to
      *  the audit trail after each booked basket (type P for a
      *  sale's discount, type Q for a refund or void taking it
      *  back), as archived onto the run history at batch end - so
      *  the report covers as many days as the history holds, and
      *  a from/to business date pair at the prompt narrows it to
      *  one offer's run. Zero for either date means no limit.
      *
      *  An offer id on the history that is no longer on the master
      *  is still reported, flagged NOT ON FILE, so a deleted offer's
      *  cost does not drop out of the totals.
      *
      *  Files:
      *      DCPROMO.DAT  - promotion master in (maintained by
      *                     DCPROMMT)
      *      DCHIST.DAT   - run history in (written by DCTEST)
      *      DCPRMRPT.DAT - promotion performance report out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO "DCPROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-ID
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT HIST-FILE ASSIGN TO "DCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PROMO-REPORT-FILE ASSIGN TO "DCPRMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       COPY PROMOREC.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  PROMO-REPORT-FILE.
       01  PROMO-RPT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-PROMO-STATUS       PIC XX   VALUE "00".
           03 WS-HIST-STATUS        PIC XX   VALUE "00".
           03 WS-PRPT-STATUS        PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".

      *    Archived audit record image, unpacked from HIST-DATA.
       COPY AUDITREC.

       01  WS-DATE-FIELDS.
           03 WS-FROM-DATE          PIC 9(8) VALUE 0.
           03 WS-TO-DATE            PIC 9(8) VALUE 0.
           03 WS-TODAY              PIC 9(8) VALUE 0.

       01  WS-COUNTS.
           03 WS-READ-COUNT         PIC 9(8) VALUE 0.
           03 WS-PROMO-ROW-COUNT    PIC 9(8) VALUE 0.
           03 WS-MASTER-COUNT       PIC 9(6) VALUE 0.

      *    One slot per offer - the master's offers first, in offer
      *    id order, then any offer id met on the history that the
      *    master no longer holds. Twice the fifty DCTEST loads for
      *    a day, since a long history outlives many offers.
       01  WS-OFFER-TABLE.
           03 WS-OFFER-ENTRY OCCURS 100.
               05 WS-OF-ID          PIC X(6).
               05 WS-OF-DESC        PIC X(20).
               05 WS-OF-TYPE        PIC X.
               05 WS-OF-START       PIC 9(8).
               05 WS-OF-END         PIC 9(8).
               05 WS-OF-ON-FILE     PIC X.
               05 WS-OF-BASKETS     PIC 9(8).
               05 WS-OF-REVERSALS   PIC 9(8).
               05 WS-OF-UNITS       PIC S9(8).
               05 WS-OF-DISCOUNT    PIC S9(10).

       01  WS-OFFER-FIELDS.
           03 WS-OFFER-COUNT        PIC 999  VALUE 0.
           03 WS-OFFER-SUB          PIC 999  VALUE 0.
           03 WS-OFFER-CUR          PIC 999  VALUE 0.
           03 WS-POST-OFFER-ID      PIC X(6) VALUE SPACES.
           03 WS-OFFER-STATE        PIC X(11) VALUE SPACES.

       01  WS-TOTAL-FIELDS.
           03 WS-TOT-BASKETS        PIC 9(8)   VALUE 0.
           03 WS-TOT-REVERSALS      PIC 9(8)   VALUE 0.
           03 WS-TOT-UNITS          PIC S9(8)  VALUE 0.
           03 WS-TOT-DISCOUNT       PIC S9(10) VALUE 0.

       01  WS-EDIT-FIELDS.
           03 WS-ED-UNITS           PIC -(8)9.
           03 WS-ED-DISCOUNT        PIC -(10)9.

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "PROMOTION REPORT - ENTER FROM DATE YYYYMMDD "
                    "(0 = NO LIMIT) :".
            ACCEPT WS-FROM-DATE.
            DISPLAY "PROMOTION REPORT - ENTER TO DATE YYYYMMDD "
                    "(0 = NO LIMIT) :".
            ACCEPT WS-TO-DATE.
            IF WS-TO-DATE NOT = 0
                    AND WS-TO-DATE < WS-FROM-DATE
                DISPLAY "ERROR:TO DATE " WS-TO-DATE
                        " IS BEFORE FROM DATE " WS-FROM-DATE
                STOP RUN
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.

            PERFORM LOAD-MASTER-PARA.

            OPEN INPUT HIST-FILE.
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN HISTORY FILE "
                        WS-HIST-STATUS
                STOP RUN
            END-IF.

            OPEN OUTPUT PROMO-REPORT-FILE.
            IF WS-PRPT-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN PROMOTION REPORT FILE "
                        WS-PRPT-STATUS
                CLOSE HIST-FILE
                STOP RUN
            END-IF.

            MOVE "N" TO WS-EOF-FLAG.
            PERFORM READ-HIST-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                ADD 1 TO WS-READ-COUNT
                PERFORM POST-HIST-PARA
                PERFORM READ-HIST-PARA
            END-PERFORM.
            CLOSE HIST-FILE.

            PERFORM WRITE-HEADER-PARA.
            PERFORM WRITE-OFFERS-PARA.
            PERFORM WRITE-TOTAL-LINE-PARA.
            CLOSE PROMO-REPORT-FILE.

            DISPLAY "HISTORY RECORDS READ : " WS-READ-COUNT.
            DISPLAY "PROMOTION ROWS POSTED: " WS-PROMO-ROW-COUNT.
            DISPLAY "OFFERS ON MASTER     : " WS-MASTER-COUNT.
            STOP RUN.

       LOAD-MASTER-PARA.
      *    A missing master is not fatal - the history still says
      *    what every offer cost, the report just cannot name them.
            OPEN INPUT PROMO-FILE.
            IF WS-PROMO-STATUS = "35"
                DISPLAY "WARNING:NO PROMOTION MASTER - OFFERS WILL "
                        "SHOW AS NOT ON FILE"
            ELSE
                IF WS-PROMO-STATUS NOT = "00"
                    DISPLAY "ERROR:CANNOT OPEN PROMOTION MASTER "
                            WS-PROMO-STATUS
                    STOP RUN
                END-IF
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-PROMO-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    PERFORM KEEP-MASTER-PARA
                    PERFORM READ-PROMO-PARA
                END-PERFORM
                CLOSE PROMO-FILE
            END-IF.

       READ-PROMO-PARA.
            READ PROMO-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       KEEP-MASTER-PARA.
            IF WS-OFFER-COUNT < 100
                ADD 1 TO WS-MASTER-COUNT
                ADD 1 TO WS-OFFER-COUNT
                MOVE WS-OFFER-COUNT TO WS-OFFER-CUR
                PERFORM CLEAR-OFFER-PARA
                MOVE PROMO-ID TO WS-OF-ID(WS-OFFER-CUR)
                MOVE PROMO-DESC TO WS-OF-DESC(WS-OFFER-CUR)
                MOVE PROMO-TYPE TO WS-OF-TYPE(WS-OFFER-CUR)
                MOVE PROMO-START-DATE TO WS-OF-START(WS-OFFER-CUR)
                MOVE PROMO-END-DATE TO WS-OF-END(WS-OFFER-CUR)
                MOVE "Y" TO WS-OF-ON-FILE(WS-OFFER-CUR)
            ELSE
                DISPLAY "WARNING:MORE THAN 100 OFFERS - OFFER "
                        PROMO-ID " NOT REPORTED"
            END-IF.

       READ-HIST-PARA.
            READ HIST-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       POST-HIST-PARA.
      *    Only archived audit rows of the two promotion types count,
      *    and only those that booked - a rejected basket gave no
      *    discount away. The date window is on the business date the
      *    history was archived under.
            IF HIST-REC-TYPE NOT = "A"
                OR HIST-BUS-DATE NOT NUMERIC
                CONTINUE
            ELSE
                IF (WS-FROM-DATE NOT = 0
                        AND HIST-BUS-DATE < WS-FROM-DATE)
                    OR (WS-TO-DATE NOT = 0
                        AND HIST-BUS-DATE > WS-TO-DATE)
                    CONTINUE
                ELSE
                    MOVE HIST-DATA TO AUDIT-RECORD
                    IF (AUDIT-TRAN-TYPE = "P"
                            OR AUDIT-TRAN-TYPE = "Q")
                        AND AUDIT-REJECT-FLAG NOT = "Y"
                        ADD 1 TO WS-PROMO-ROW-COUNT
                        PERFORM POST-PROMO-ROW-PARA
                    END-IF
                END-IF
            END-IF.

       POST-PROMO-ROW-PARA.
            MOVE AUDIT-ITEM-CODE TO WS-POST-OFFER-ID.
            PERFORM FIND-OFFER-SLOT-PARA.
            IF WS-OFFER-CUR > 0
                IF AUDIT-TRAN-TYPE = "P"
                    ADD 1 TO WS-OF-BASKETS(WS-OFFER-CUR)
                    ADD AUDIT-AMOUNT TO WS-OF-UNITS(WS-OFFER-CUR)
                    ADD AUDIT-PRICE TO WS-OF-DISCOUNT(WS-OFFER-CUR)
                ELSE
                    ADD 1 TO WS-OF-REVERSALS(WS-OFFER-CUR)
                    SUBTRACT AUDIT-AMOUNT
                        FROM WS-OF-UNITS(WS-OFFER-CUR)
                    SUBTRACT AUDIT-PRICE
                        FROM WS-OF-DISCOUNT(WS-OFFER-CUR)
                END-IF
            END-IF.

       FIND-OFFER-SLOT-PARA.
            MOVE 0 TO WS-OFFER-CUR.
            PERFORM VARYING WS-OFFER-SUB FROM 1 BY 1
                    UNTIL WS-OFFER-SUB > WS-OFFER-COUNT
                    OR WS-OFFER-CUR > 0
                IF WS-OF-ID(WS-OFFER-SUB) = WS-POST-OFFER-ID
                    MOVE WS-OFFER-SUB TO WS-OFFER-CUR
                END-IF
            END-PERFORM.
            IF WS-OFFER-CUR = 0
                IF WS-OFFER-COUNT < 100
                    ADD 1 TO WS-OFFER-COUNT
                    MOVE WS-OFFER-COUNT TO WS-OFFER-CUR
                    PERFORM CLEAR-OFFER-PARA
                    MOVE WS-POST-OFFER-ID TO WS-OF-ID(WS-OFFER-CUR)
                    MOVE "N" TO WS-OF-ON-FILE(WS-OFFER-CUR)
                ELSE
                    DISPLAY "WARNING:MORE THAN 100 OFFERS - OFFER "
                            WS-POST-OFFER-ID " NOT REPORTED"
                END-IF
            END-IF.

       CLEAR-OFFER-PARA.
            MOVE SPACES TO WS-OF-ID(WS-OFFER-CUR).
            MOVE SPACES TO WS-OF-DESC(WS-OFFER-CUR).
            MOVE SPACES TO WS-OF-TYPE(WS-OFFER-CUR).
            MOVE 0 TO WS-OF-START(WS-OFFER-CUR).
            MOVE 0 TO WS-OF-END(WS-OFFER-CUR).
            MOVE 0 TO WS-OF-BASKETS(WS-OFFER-CUR).
            MOVE 0 TO WS-OF-REVERSALS(WS-OFFER-CUR).
            MOVE 0 TO WS-OF-UNITS(WS-OFFER-CUR).
            MOVE 0 TO WS-OF-DISCOUNT(WS-OFFER-CUR).

       WRITE-HEADER-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "PROMOTION PERFORMANCE REPORT - BUSINESS DATES "
                       DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   " (0 = NO LIMIT)" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-OFFERS-PARA.
            PERFORM VARYING WS-OFFER-SUB FROM 1 BY 1
                    UNTIL WS-OFFER-SUB > WS-OFFER-COUNT
                PERFORM SET-OFFER-STATE-PARA
                MOVE WS-OF-UNITS(WS-OFFER-SUB) TO WS-ED-UNITS
                MOVE WS-OF-DISCOUNT(WS-OFFER-SUB) TO WS-ED-DISCOUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "OFFER " DELIMITED BY SIZE
                       WS-OF-ID(WS-OFFER-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OF-DESC(WS-OFFER-SUB) DELIMITED BY SIZE
                       " TYPE " DELIMITED BY SIZE
                       WS-OF-TYPE(WS-OFFER-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OF-START(WS-OFFER-SUB) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-OF-END(WS-OFFER-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OFFER-STATE DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
                MOVE SPACES TO WS-RPT-LINE
                STRING "      BASKETS " DELIMITED BY SIZE
                       WS-OF-BASKETS(WS-OFFER-SUB) DELIMITED BY SIZE
                       " REVERSED " DELIMITED BY SIZE
                       WS-OF-REVERSALS(WS-OFFER-SUB)
                           DELIMITED BY SIZE
                       " NET UNITS " DELIMITED BY SIZE
                       WS-ED-UNITS DELIMITED BY SIZE
                       " DISCOUNT COST " DELIMITED BY SIZE
                       WS-ED-DISCOUNT DELIMITED BY SIZE
                       "P" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
                ADD WS-OF-BASKETS(WS-OFFER-SUB) TO WS-TOT-BASKETS
                ADD WS-OF-REVERSALS(WS-OFFER-SUB) TO WS-TOT-REVERSALS
                ADD WS-OF-UNITS(WS-OFFER-SUB) TO WS-TOT-UNITS
                ADD WS-OF-DISCOUNT(WS-OFFER-SUB) TO WS-TOT-DISCOUNT
            END-PERFORM.

       SET-OFFER-STATE-PARA.
      *    Where the offer stands today, so a report run mid-offer
      *    reads as a running cost rather than a final one.
            IF WS-OF-ON-FILE(WS-OFFER-SUB) NOT = "Y"
                MOVE "NOT ON FILE" TO WS-OFFER-STATE
            ELSE
                IF WS-TODAY < WS-OF-START(WS-OFFER-SUB)
                    MOVE "NOT STARTED" TO WS-OFFER-STATE
                ELSE
                    IF WS-TODAY > WS-OF-END(WS-OFFER-SUB)
                        MOVE "ENDED" TO WS-OFFER-STATE
                    ELSE
                        MOVE "RUNNING" TO WS-OFFER-STATE
                    END-IF
                END-IF
            END-IF.

       WRITE-TOTAL-LINE-PARA.
            MOVE WS-TOT-UNITS TO WS-ED-UNITS.
            MOVE WS-TOT-DISCOUNT TO WS-ED-DISCOUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ALL OFFERS BASKETS " DELIMITED BY SIZE
                   WS-TOT-BASKETS DELIMITED BY SIZE
                   " REVERSED " DELIMITED BY SIZE
                   WS-TOT-REVERSALS DELIMITED BY SIZE
                   " NET UNITS " DELIMITED BY SIZE
                   WS-ED-UNITS DELIMITED BY SIZE
                   " DISCOUNT COST " DELIMITED BY SIZE
                   WS-ED-DISCOUNT DELIMITED BY SIZE
                   "P" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO PROMO-RPT-RECORD.
            WRITE PROMO-RPT-RECORD.
