       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCVOUCRP.
      *****************************************************************
      *  DCVOUCRP - GIFT VOUCHER LIABILITY AND BREAKAGE REPORT
      *
      *  Tells accounts what the store still owes on the gift
      *  vouchers it has sold, and what it can write back:
      *
      *      - the outstanding liability as at today - every voucher
      *        still active, in date and holding a balance, listed
      *        by serial with its issue date, face value, balance
      *        and expiry, and the total owed
      *      - the breakage for a month - every voucher whose expiry
      *        date fell in the month (and has passed) with balance
      *        left unspent, listed and totalled for the GL breakage
      *        posting. Each is marked expired (status E) on the
      *        master as it is reported, so its balance leaves the
      *        liability and can never be spent at a till. A rerun
      *        for the same month lists the same vouchers again.
      *
      *  A voucher that ran out in another month but was never
      *  reported for breakage is counted on a warning line rather
      *  than silently dropped from both figures - run the report for
      *  the month it expired in to post it.
      *
      *  The master is read in serial order. The report month is
      *  keyed as YYYYMM at the prompt; zero means this month.
      *
      *  Files:
      *      DCVOUCH.DAT  - gift voucher master in/out (written by
      *                     DCTEST)
      *      DCVCHRPT.DAT - voucher liability report out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO "DCVOUCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOUCH-SERIAL
               FILE STATUS IS WS-VOUCH-STATUS.

           SELECT VOUCHER-REPORT-FILE ASSIGN TO "DCVCHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
       COPY VOUCHREC.

       FD  VOUCHER-REPORT-FILE.
       01  VOUCHER-RPT-RECORD       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-VOUCH-STATUS       PIC XX   VALUE "00".
           03 WS-VRPT-STATUS        PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".
           03 WS-VOUCH-OPEN         PIC X    VALUE "N".

       01  WS-DATE-FIELDS.
           03 WS-TODAY              PIC 9(8) VALUE 0.
           03 WS-TODAY-R REDEFINES WS-TODAY.
               05 WS-TODAY-MONTH    PIC 9(6).
               05 WS-TODAY-DD       PIC 99.
           03 WS-RPT-MONTH          PIC 9(6) VALUE 0.
           03 WS-EXPIRY-WORK        PIC 9(8) VALUE 0.
           03 WS-EXPIRY-WORK-R REDEFINES WS-EXPIRY-WORK.
               05 WS-EXPIRY-MONTH   PIC 9(6).
               05 WS-EXPIRY-DD      PIC 99.

       01  WS-COUNTS.
           03 WS-READ-COUNT         PIC 9(8)  VALUE 0.
           03 WS-ACTIVE-COUNT       PIC 9(8)  VALUE 0.
           03 WS-SPENT-COUNT        PIC 9(8)  VALUE 0.
           03 WS-EXPIRED-COUNT      PIC 9(8)  VALUE 0.
           03 WS-OUTSTAND-COUNT     PIC 9(8)  VALUE 0.
           03 WS-OUTSTAND-VALUE     PIC 9(10) VALUE 0.
           03 WS-BREAKAGE-COUNT     PIC 9(8)  VALUE 0.
           03 WS-BREAKAGE-VALUE     PIC 9(10) VALUE 0.
           03 WS-MARKED-COUNT       PIC 9(8)  VALUE 0.
           03 WS-UNPOSTED-COUNT     PIC 9(8)  VALUE 0.
           03 WS-UNPOSTED-VALUE     PIC 9(10) VALUE 0.

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            DISPLAY "VOUCHER REPORT - ENTER BREAKAGE MONTH YYYYMM "
                    "(0 = THIS MONTH) :".
            ACCEPT WS-RPT-MONTH.
            IF WS-RPT-MONTH = 0
                MOVE WS-TODAY-MONTH TO WS-RPT-MONTH
            END-IF.
            IF WS-RPT-MONTH > WS-TODAY-MONTH
                DISPLAY "ERROR:BREAKAGE MONTH " WS-RPT-MONTH
                        " IS STILL TO COME"
                STOP RUN
            END-IF.

      *    No master yet means no voucher has ever been sold - the
      *    report still goes out, with nothing owed.
            OPEN I-O VOUCHER-FILE.
            IF WS-VOUCH-STATUS = "35"
                DISPLAY "WARNING:NO VOUCHER MASTER - NO VOUCHERS "
                        "HAVE BEEN SOLD"
            ELSE
                IF WS-VOUCH-STATUS NOT = "00"
                    DISPLAY "ERROR:CANNOT OPEN VOUCHER MASTER "
                            WS-VOUCH-STATUS
                    STOP RUN
                END-IF
                MOVE "Y" TO WS-VOUCH-OPEN
            END-IF.

            OPEN OUTPUT VOUCHER-REPORT-FILE.
            IF WS-VRPT-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN VOUCHER REPORT FILE "
                        WS-VRPT-STATUS
                IF WS-VOUCH-OPEN = "Y"
                    CLOSE VOUCHER-FILE
                END-IF
                STOP RUN
            END-IF.

            PERFORM LIABILITY-SECTION-PARA.
            PERFORM BREAKAGE-SECTION-PARA.
            PERFORM STATUS-SECTION-PARA.

            CLOSE VOUCHER-REPORT-FILE.
            IF WS-VOUCH-OPEN = "Y"
                CLOSE VOUCHER-FILE
            END-IF.

            DISPLAY "VOUCHERS READ        : " WS-READ-COUNT.
            DISPLAY "OUTSTANDING LIABILITY: " WS-OUTSTAND-VALUE.
            DISPLAY "BREAKAGE FOR MONTH   : " WS-BREAKAGE-VALUE.
            DISPLAY "MARKED EXPIRED       : " WS-MARKED-COUNT.
            STOP RUN.

       LIABILITY-SECTION-PARA.
      *    First pass - what is owed today, plus the status counts
      *    and any expired balance no breakage run has picked up.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "GIFT VOUCHER LIABILITY AS AT " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            PERFORM START-MASTER-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                ADD 1 TO WS-READ-COUNT
                PERFORM POST-LIABILITY-PARA
                PERFORM READ-VOUCHER-PARA
            END-PERFORM.

            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "OUTSTANDING VOUCHERS " DELIMITED BY SIZE
                   WS-OUTSTAND-COUNT DELIMITED BY SIZE
                   " LIABILITY " DELIMITED BY SIZE
                   WS-OUTSTAND-VALUE DELIMITED BY SIZE
                   " PENCE" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            IF WS-UNPOSTED-COUNT > 0
                MOVE SPACES TO WS-RPT-LINE
                STRING "WARNING: " DELIMITED BY SIZE
                       WS-UNPOSTED-COUNT DELIMITED BY SIZE
                       " VOUCHERS EXPIRED OUTSIDE " DELIMITED BY SIZE
                       WS-RPT-MONTH DELIMITED BY SIZE
                       " NOT YET WRITTEN OFF - VALUE "
                        DELIMITED BY SIZE
                       WS-UNPOSTED-VALUE DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.

       POST-LIABILITY-PARA.
            IF VOUCH-STATUS = "S"
                ADD 1 TO WS-SPENT-COUNT
            ELSE
                IF VOUCH-STATUS = "E"
                    ADD 1 TO WS-EXPIRED-COUNT
                ELSE
                    ADD 1 TO WS-ACTIVE-COUNT
                END-IF
            END-IF.
            IF VOUCH-STATUS = "A" AND VOUCH-BALANCE > 0
                IF VOUCH-EXPIRY-DATE NOT < WS-TODAY
                    ADD 1 TO WS-OUTSTAND-COUNT
                    ADD VOUCH-BALANCE TO WS-OUTSTAND-VALUE
                    MOVE SPACES TO WS-RPT-LINE
                    PERFORM BUILD-DETAIL-LINE-PARA
                    PERFORM WRITE-RPT-LINE-PARA
                ELSE
                    MOVE VOUCH-EXPIRY-DATE TO WS-EXPIRY-WORK
                    IF WS-EXPIRY-MONTH NOT = WS-RPT-MONTH
                        ADD 1 TO WS-UNPOSTED-COUNT
                        ADD VOUCH-BALANCE TO WS-UNPOSTED-VALUE
                    END-IF
                END-IF
            END-IF.

       BREAKAGE-SECTION-PARA.
      *    Second pass - the month's expired balances, each marked
      *    expired on the master as it is listed. One already marked
      *    by an earlier run of the same month is listed again but
      *    left as it is.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "GIFT VOUCHERS EXPIRED IN " DELIMITED BY SIZE
                   WS-RPT-MONTH DELIMITED BY SIZE
                   " - BREAKAGE FOR GL POSTING" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            PERFORM START-MASTER-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                PERFORM POST-BREAKAGE-PARA
                PERFORM READ-VOUCHER-PARA
            END-PERFORM.

            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "BREAKAGE VOUCHERS " DELIMITED BY SIZE
                   WS-BREAKAGE-COUNT DELIMITED BY SIZE
                   " VALUE " DELIMITED BY SIZE
                   WS-BREAKAGE-VALUE DELIMITED BY SIZE
                   " PENCE" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       POST-BREAKAGE-PARA.
            MOVE VOUCH-EXPIRY-DATE TO WS-EXPIRY-WORK.
            IF WS-EXPIRY-MONTH = WS-RPT-MONTH
                    AND VOUCH-EXPIRY-DATE < WS-TODAY
                    AND VOUCH-BALANCE > 0
                    AND VOUCH-STATUS NOT = "S"
                ADD 1 TO WS-BREAKAGE-COUNT
                ADD VOUCH-BALANCE TO WS-BREAKAGE-VALUE
                MOVE SPACES TO WS-RPT-LINE
                PERFORM BUILD-DETAIL-LINE-PARA
                PERFORM WRITE-RPT-LINE-PARA
                IF VOUCH-STATUS NOT = "E"
                    MOVE "E" TO VOUCH-STATUS
                    REWRITE VOUCH-RECORD
                        INVALID KEY
                            DISPLAY "WARNING:VOUCHER " VOUCH-SERIAL
                                    " NOT MARKED EXPIRED "
                                    WS-VOUCH-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-MARKED-COUNT
                    END-REWRITE
                END-IF
            END-IF.

       STATUS-SECTION-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "VOUCHERS ON FILE " DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   " ACTIVE " DELIMITED BY SIZE
                   WS-ACTIVE-COUNT DELIMITED BY SIZE
                   " SPENT " DELIMITED BY SIZE
                   WS-SPENT-COUNT DELIMITED BY SIZE
                   " EXPIRED " DELIMITED BY SIZE
                   WS-EXPIRED-COUNT DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "MARKED EXPIRED THIS RUN " DELIMITED BY SIZE
                   WS-MARKED-COUNT DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       BUILD-DETAIL-LINE-PARA.
            STRING "VOUCHER " DELIMITED BY SIZE
                   VOUCH-SERIAL DELIMITED BY SIZE
                   " ISSUED " DELIMITED BY SIZE
                   VOUCH-ISSUE-DATE DELIMITED BY SIZE
                   " TILL " DELIMITED BY SIZE
                   VOUCH-ISSUE-TILL-ID DELIMITED BY SIZE
                   " FACE " DELIMITED BY SIZE
                   VOUCH-FACE-VALUE DELIMITED BY SIZE
                   " BALANCE " DELIMITED BY SIZE
                   VOUCH-BALANCE DELIMITED BY SIZE
                   " EXPIRES " DELIMITED BY SIZE
                   VOUCH-EXPIRY-DATE DELIMITED BY SIZE
                INTO WS-RPT-LINE.

       START-MASTER-PARA.
            MOVE "N" TO WS-EOF-FLAG.
            IF WS-VOUCH-OPEN = "N"
                MOVE "Y" TO WS-EOF-FLAG
            ELSE
                MOVE LOW-VALUES TO VOUCH-SERIAL
                START VOUCHER-FILE KEY NOT < VOUCH-SERIAL
                    INVALID KEY
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT INVALID KEY
                        PERFORM READ-VOUCHER-PARA
                END-START
            END-IF.

       READ-VOUCHER-PARA.
            READ VOUCHER-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO VOUCHER-RPT-RECORD.
            WRITE VOUCHER-RPT-RECORD.
