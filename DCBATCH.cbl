       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCBATCH.
      *****************************************************************
      *  DCBATCH - END-OF-DAY BATCH CONTROLLER
      *
      *  Runs the end-of-day work in order from a schedule kept on
      *  DCBATSCH.DAT for the business date, in place of the paper
      *  checklist:
      *
      *      for each till, in DCBATDEF.DAT order:
      *          DCTEST    the till's batch run
      *          DCBALRUN  balancing of the run DCTEST just made
      *      DCSTORE   store consolidation
      *      DCTREND   week- and month-to-date trend report
      *      for each till:
      *          DCGLJRNL  the GL journal hand-off for the till's run
      *
      *  A till's DCTEST waits for the previous till's DCBALRUN -
      *  the run control and transaction file are one per store, so
      *  a run must be balanced before the next till's replaces
      *  them. DCSTORE waits for every till's DCBALRUN, and is not
      *  started until DCGLOK.DAT says RELEASED for every till's run
      *  of the day; DCTREND and the journals wait for DCSTORE.
      *
      *  Each step is marked RUNNING with its start time before it
      *  is started and COMPLETE, FAILED or HELD with its end time
      *  once its output has been checked - the run control for
      *  DCTEST, the release flag for DCBALRUN, the store GL record
      *  for DCSTORE, the report for DCTREND, the journal file for
      *  DCGLJRNL. The first step that does not complete stops the
      *  batch. Rerun for the same business date, DCBATCH starts at
      *  that step and does not run a completed step again; a DCTEST
      *  step that finished just before an interruption is found
      *  complete on the run control and not run twice.
      *
      *  Each step's keyboard answers (run number, till, date) are
      *  written to DCBATIN.DAT before the step starts; the step's
      *  command is taken from DCBATDEF.DAT (layout and defaults in
      *  BATDEFRC.CPY) when the schedule is laid out.
      *
      *  A batch completion report for the morning handover is
      *  printed at the end of every attempt, complete or not.
      *
      *  Files:
      *      DCBATDEF.DAT - batch definition in
      *      DCBATSCH.DAT - batch schedule control, indexed by
      *                     business date and step
      *      DCBATIN.DAT  - keyboard answers for the step, out
      *      DCRUNCTL.DAT - run control in (written by DCTEST)
      *      DCGLOK.DAT   - release flags in (written by DCBALRUN)
      *      DCSTGL.DAT   - store GL record in (written by DCSTORE)
      *      DCTRND.DAT   - trend report in (written by DCTREND)
      *      DCGLJRNL.DAT - journal lines in (written by DCGLJRNL)
      *      DCBATRPT.DAT - batch completion report out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-DEF-FILE ASSIGN TO "DCBATDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATDEF-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "DCBATSCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BATSCH-KEY
               FILE STATUS IS WS-BATSCH-STATUS.

           SELECT ANSWER-FILE ASSIGN TO "DCBATIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATIN-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "DCRUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RELEASE-FLAG-FILE ASSIGN TO "DCGLOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLOK-STATUS.

           SELECT STORE-GL-FILE ASSIGN TO "DCSTGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STGL-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "DCTRND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRND-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "DCGLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT BATCH-REPORT-FILE ASSIGN TO "DCBATRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-DEF-FILE.
       COPY BATDEFRC.

       FD  SCHEDULE-FILE.
       COPY BATSCHRC.

       FD  ANSWER-FILE.
       01  ANSWER-RECORD            PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       FD  RELEASE-FLAG-FILE.
       COPY GLOKREC.

       FD  STORE-GL-FILE.
       COPY GLREC REPLACING ==:PREFIX:== BY ==STORE-GL==.

       FD  TREND-REPORT-FILE.
       01  TREND-RPT-RECORD         PIC X(120).

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  BATCH-REPORT-FILE.
       01  BATCH-RPT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-BATDEF-STATUS      PIC XX   VALUE "00".
           03 WS-BATSCH-STATUS      PIC XX   VALUE "00".
           03 WS-BATIN-STATUS       PIC XX   VALUE "00".
           03 WS-RUNCTL-STATUS      PIC XX   VALUE "00".
           03 WS-GLOK-STATUS        PIC XX   VALUE "00".
           03 WS-STGL-STATUS        PIC XX   VALUE "00".
           03 WS-TRND-STATUS        PIC XX   VALUE "00".
           03 WS-JRNL-STATUS        PIC XX   VALUE "00".
           03 WS-BATRPT-STATUS      PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".

       01  WS-DATE-FIELDS.
           03 WS-BUS-DATE           PIC 9(8) VALUE 0.
           03 WS-BUS-INT            PIC 9(8) VALUE 0.
           03 WS-TODAY-DATE         PIC 9(8) VALUE 0.
           03 WS-NOW-TIME           PIC 9(8) VALUE 0.

      *    HHMMSSCC shown as HH:MM:SS on the report.
       01  WS-TIME-WORK             PIC 9(8) VALUE 0.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           03 WS-TIME-HH            PIC 99.
           03 WS-TIME-MM            PIC 99.
           03 WS-TIME-SS            PIC 99.
           03 WS-TIME-CC            PIC 99.
       01  WS-TIME-SHOWN.
           03 WS-TS-HH              PIC 99.
           03 FILLER                PIC X    VALUE ":".
           03 WS-TS-MM              PIC 99.
           03 FILLER                PIC X    VALUE ":".
           03 WS-TS-SS              PIC 99.
       01  WS-START-SHOWN           PIC X(8) VALUE SPACES.
       01  WS-END-SHOWN             PIC X(8) VALUE SPACES.

      *    Tills to run and the commands from the definition file.
       01  WS-TILL-TABLE.
           03 WS-TILL-ENTRY OCCURS 8.
               05 WS-TL-ID          PIC X(2).
               05 WS-TL-COMMAND     PIC X(100).

       01  WS-COMMAND-FIELDS.
           03 WS-TILL-COUNT         PIC 9    VALUE 0.
           03 WS-TILL-SUB           PIC 9    VALUE 0.
           03 WS-BALRUN-COMMAND     PIC X(100) VALUE SPACES.
           03 WS-STORE-COMMAND      PIC X(100) VALUE SPACES.
           03 WS-TREND-COMMAND      PIC X(100) VALUE SPACES.
           03 WS-GLJRNL-COMMAND     PIC X(100) VALUE SPACES.
           03 WS-DEFAULT-COMMAND    PIC X(100) VALUE SPACES.
           03 WS-DEFAULT-PROGRAM    PIC X(8)   VALUE SPACES.
           03 WS-SYSTEM-COMMAND     PIC X(101) VALUE SPACES.

      *    The business date's steps, in step number order - a step's
      *    number is its place in the table.
       01  WS-STEP-TABLE.
           03 WS-STEP-ENTRY OCCURS 26.
               05 WS-ST-PROGRAM     PIC X(8).
               05 WS-ST-TILL-ID     PIC X(2).
               05 WS-ST-RUN-NO      PIC 9(6).
               05 WS-ST-DEP-COUNT   PIC 9.
               05 WS-ST-DEPENDS     PIC 9(2) OCCURS 8.
               05 WS-ST-STATUS      PIC X(8).
               05 WS-ST-START-DATE  PIC 9(8).
               05 WS-ST-START-TIME  PIC 9(8).
               05 WS-ST-END-DATE    PIC 9(8).
               05 WS-ST-END-TIME    PIC 9(8).
               05 WS-ST-ATTEMPTS    PIC 9(2).
               05 WS-ST-PREV-RUN    PIC 9(6).
               05 WS-ST-MESSAGE     PIC X(50).
               05 WS-ST-COMMAND     PIC X(100).

       01  WS-STEP-FIELDS.
           03 WS-STEP-COUNT         PIC 99   VALUE 0.
           03 WS-STEP-SUB           PIC 99   VALUE 0.
           03 WS-DEP-SUB            PIC 9    VALUE 0.
           03 WS-DEP-STEP           PIC 99   VALUE 0.
           03 WS-FIND-SUB           PIC 99   VALUE 0.
           03 WS-BALRUN-STEP        PIC 99   VALUE 0.
           03 WS-STORE-STEP         PIC 99   VALUE 0.
           03 WS-NEW-STEP           PIC 99   VALUE 0.
           03 WS-STEP-RC            PIC S9(9) VALUE 0.
           03 WS-BATCH-STOPPED      PIC X    VALUE "N".
           03 WS-GATE-OPEN          PIC X    VALUE "Y".
           03 WS-ALREADY-DONE       PIC X    VALUE "N".
           03 WS-RESUMED            PIC X    VALUE "N".
           03 WS-RAN-COUNT          PIC 99   VALUE 0.
           03 WS-SKIP-COUNT         PIC 99   VALUE 0.
           03 WS-COMPLETE-COUNT     PIC 99   VALUE 0.
           03 WS-STOP-STEP          PIC 99   VALUE 0.

      *    What the step's output check found.
       01  WS-CHECK-FIELDS.
           03 WS-CHK-FOUND          PIC X    VALUE "N".
           03 WS-CHK-RUN-NO         PIC 9(6) VALUE 0.
           03 WS-CHK-STATUS         PIC X(8) VALUE SPACES.
           03 WS-CHK-TILL-ID        PIC X(2) VALUE SPACES.
           03 WS-CHK-LINES          PIC 9(4) VALUE 0.

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "END OF DAY BATCH - ENTER BUSINESS DATE YYYYMMDD "
                    "(0 = TODAY) :".
            ACCEPT WS-BUS-DATE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            IF WS-BUS-DATE = 0
                MOVE WS-TODAY-DATE TO WS-BUS-DATE
            END-IF.
            MOVE FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) TO WS-BUS-INT.
            IF WS-BUS-INT = 0
                DISPLAY "ERROR:BUSINESS DATE " WS-BUS-DATE
                        " IS NOT A VALID DATE"
                STOP RUN
            END-IF.

            OPEN I-O SCHEDULE-FILE.
            IF WS-BATSCH-STATUS = "35"
      *        First ever run - create an empty schedule file and
      *        reopen it.
                OPEN OUTPUT SCHEDULE-FILE
                CLOSE SCHEDULE-FILE
                OPEN I-O SCHEDULE-FILE
            END-IF.
            IF WS-BATSCH-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN BATCH SCHEDULE FILE "
                        WS-BATSCH-STATUS
                STOP RUN
            END-IF.

            PERFORM LOAD-SCHEDULE-PARA.
            IF WS-STEP-COUNT = 0
                PERFORM BUILD-SCHEDULE-PARA
                DISPLAY "SCHEDULE LAID OUT FOR " WS-BUS-DATE " - "
                        WS-STEP-COUNT " STEPS"
            ELSE
                MOVE "Y" TO WS-RESUMED
                DISPLAY "RESTART:SCHEDULE FOR " WS-BUS-DATE
                        " FOUND - COMPLETED STEPS ARE NOT RUN AGAIN"
            END-IF.

            MOVE "N" TO WS-BATCH-STOPPED.
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT
                    OR WS-BATCH-STOPPED = "Y"
                PERFORM RUN-STEP-PARA
            END-PERFORM.
            CLOSE SCHEDULE-FILE.

            PERFORM WRITE-COMPLETION-REPORT-PARA.

            DISPLAY "STEPS RUN            : " WS-RAN-COUNT.
            DISPLAY "STEPS ALREADY DONE   : " WS-SKIP-COUNT.
            DISPLAY "STEPS COMPLETE       : " WS-COMPLETE-COUNT
                    " OF " WS-STEP-COUNT.
            IF WS-COMPLETE-COUNT = WS-STEP-COUNT
                DISPLAY "BATCH COMPLETE FOR " WS-BUS-DATE
                MOVE 0 TO RETURN-CODE
            ELSE
                DISPLAY "ERROR:BATCH STOPPED AT STEP " WS-STOP-STEP
                        " " WS-ST-PROGRAM(WS-STOP-STEP) " - "
                        WS-ST-STATUS(WS-STOP-STEP)
                        " - RERUN DCBATCH TO RESTART FROM IT"
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       LOAD-SCHEDULE-PARA.
      *    The business date's steps, if it has been started before.
            MOVE 0 TO WS-STEP-COUNT.
            MOVE WS-BUS-DATE TO BATSCH-BUS-DATE.
            MOVE 0 TO BATSCH-STEP-NO.
            MOVE "N" TO WS-EOF-FLAG.
            START SCHEDULE-FILE KEY IS NOT < BATSCH-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                READ SCHEDULE-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT AT END
                        IF BATSCH-BUS-DATE NOT = WS-BUS-DATE
                            MOVE "Y" TO WS-EOF-FLAG
                        ELSE
                            IF WS-STEP-COUNT < 26
                                ADD 1 TO WS-STEP-COUNT
                                MOVE WS-STEP-COUNT TO WS-STEP-SUB
                                PERFORM RECORD-TO-TABLE-PARA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       RECORD-TO-TABLE-PARA.
            MOVE BATSCH-PROGRAM TO WS-ST-PROGRAM(WS-STEP-SUB).
            MOVE BATSCH-TILL-ID TO WS-ST-TILL-ID(WS-STEP-SUB).
            MOVE BATSCH-RUN-NO TO WS-ST-RUN-NO(WS-STEP-SUB).
            MOVE BATSCH-DEP-COUNT TO WS-ST-DEP-COUNT(WS-STEP-SUB).
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > 8
                MOVE BATSCH-DEPENDS(WS-DEP-SUB)
                    TO WS-ST-DEPENDS(WS-STEP-SUB WS-DEP-SUB)
            END-PERFORM.
            MOVE BATSCH-STATUS TO WS-ST-STATUS(WS-STEP-SUB).
            MOVE BATSCH-START-DATE TO WS-ST-START-DATE(WS-STEP-SUB).
            MOVE BATSCH-START-TIME TO WS-ST-START-TIME(WS-STEP-SUB).
            MOVE BATSCH-END-DATE TO WS-ST-END-DATE(WS-STEP-SUB).
            MOVE BATSCH-END-TIME TO WS-ST-END-TIME(WS-STEP-SUB).
            MOVE BATSCH-ATTEMPTS TO WS-ST-ATTEMPTS(WS-STEP-SUB).
            MOVE BATSCH-PREV-RUN TO WS-ST-PREV-RUN(WS-STEP-SUB).
            MOVE BATSCH-MESSAGE TO WS-ST-MESSAGE(WS-STEP-SUB).
            MOVE BATSCH-COMMAND TO WS-ST-COMMAND(WS-STEP-SUB).

       TABLE-TO-RECORD-PARA.
            MOVE WS-BUS-DATE TO BATSCH-BUS-DATE.
            MOVE WS-STEP-SUB TO BATSCH-STEP-NO.
            MOVE WS-ST-PROGRAM(WS-STEP-SUB) TO BATSCH-PROGRAM.
            MOVE WS-ST-TILL-ID(WS-STEP-SUB) TO BATSCH-TILL-ID.
            MOVE WS-ST-RUN-NO(WS-STEP-SUB) TO BATSCH-RUN-NO.
            MOVE WS-ST-DEP-COUNT(WS-STEP-SUB) TO BATSCH-DEP-COUNT.
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > 8
                MOVE WS-ST-DEPENDS(WS-STEP-SUB WS-DEP-SUB)
                    TO BATSCH-DEPENDS(WS-DEP-SUB)
            END-PERFORM.
            MOVE WS-ST-STATUS(WS-STEP-SUB) TO BATSCH-STATUS.
            MOVE WS-ST-START-DATE(WS-STEP-SUB) TO BATSCH-START-DATE.
            MOVE WS-ST-START-TIME(WS-STEP-SUB) TO BATSCH-START-TIME.
            MOVE WS-ST-END-DATE(WS-STEP-SUB) TO BATSCH-END-DATE.
            MOVE WS-ST-END-TIME(WS-STEP-SUB) TO BATSCH-END-TIME.
            MOVE WS-ST-ATTEMPTS(WS-STEP-SUB) TO BATSCH-ATTEMPTS.
            MOVE WS-ST-PREV-RUN(WS-STEP-SUB) TO BATSCH-PREV-RUN.
            MOVE WS-ST-MESSAGE(WS-STEP-SUB) TO BATSCH-MESSAGE.
            MOVE WS-ST-COMMAND(WS-STEP-SUB) TO BATSCH-COMMAND.

       SAVE-STEP-PARA.
      *    The step's table entry back onto the schedule file, so an
      *    interruption finds it as it last stood.
            PERFORM TABLE-TO-RECORD-PARA.
            REWRITE BATSCH-RECORD
                INVALID KEY
                    DISPLAY "ERROR:CANNOT UPDATE SCHEDULE STEP "
                            WS-STEP-SUB " " WS-BATSCH-STATUS
                    CLOSE SCHEDULE-FILE
                    STOP RUN
            END-REWRITE.

       BUILD-SCHEDULE-PARA.
      *    First run for the business date - lay the steps out from
      *    the definition file.
            PERFORM LOAD-DEFINITION-PARA.
            MOVE 0 TO WS-STEP-COUNT.
            INITIALIZE WS-STEP-TABLE.

      *    Per till: its run, then its balancing. A till's run waits
      *    for the previous till's balancing.
            PERFORM VARYING WS-TILL-SUB FROM 1 BY 1
                    UNTIL WS-TILL-SUB > WS-TILL-COUNT
                MOVE "DCTEST" TO WS-DEFAULT-PROGRAM
                PERFORM ADD-STEP-PARA
                MOVE WS-TL-ID(WS-TILL-SUB)
                    TO WS-ST-TILL-ID(WS-NEW-STEP)
                MOVE WS-TL-COMMAND(WS-TILL-SUB)
                    TO WS-ST-COMMAND(WS-NEW-STEP)
                IF WS-TILL-SUB > 1
                    MOVE 1 TO WS-ST-DEP-COUNT(WS-NEW-STEP)
                    COMPUTE WS-ST-DEPENDS(WS-NEW-STEP 1) =
                        WS-NEW-STEP - 1
                END-IF

                MOVE "DCBALRUN" TO WS-DEFAULT-PROGRAM
                PERFORM ADD-STEP-PARA
                MOVE WS-TL-ID(WS-TILL-SUB)
                    TO WS-ST-TILL-ID(WS-NEW-STEP)
                MOVE WS-BALRUN-COMMAND TO WS-ST-COMMAND(WS-NEW-STEP)
                MOVE 1 TO WS-ST-DEP-COUNT(WS-NEW-STEP)
                COMPUTE WS-ST-DEPENDS(WS-NEW-STEP 1) = WS-NEW-STEP - 1
            END-PERFORM.

      *    The store consolidation waits for every till's balancing.
            MOVE "DCSTORE" TO WS-DEFAULT-PROGRAM.
            PERFORM ADD-STEP-PARA.
            MOVE WS-NEW-STEP TO WS-STORE-STEP.
            MOVE WS-STORE-COMMAND TO WS-ST-COMMAND(WS-NEW-STEP).
            MOVE WS-TILL-COUNT TO WS-ST-DEP-COUNT(WS-NEW-STEP).
            PERFORM VARYING WS-TILL-SUB FROM 1 BY 1
                    UNTIL WS-TILL-SUB > WS-TILL-COUNT
                COMPUTE WS-ST-DEPENDS(WS-NEW-STEP WS-TILL-SUB) =
                    WS-TILL-SUB * 2
            END-PERFORM.

            MOVE "DCTREND" TO WS-DEFAULT-PROGRAM.
            PERFORM ADD-STEP-PARA.
            MOVE WS-TREND-COMMAND TO WS-ST-COMMAND(WS-NEW-STEP).
            MOVE 1 TO WS-ST-DEP-COUNT(WS-NEW-STEP).
            MOVE WS-STORE-STEP TO WS-ST-DEPENDS(WS-NEW-STEP 1).

      *    The journal for each till's run, once the store is done.
            PERFORM VARYING WS-TILL-SUB FROM 1 BY 1
                    UNTIL WS-TILL-SUB > WS-TILL-COUNT
                MOVE "DCGLJRNL" TO WS-DEFAULT-PROGRAM
                PERFORM ADD-STEP-PARA
                MOVE WS-TL-ID(WS-TILL-SUB)
                    TO WS-ST-TILL-ID(WS-NEW-STEP)
                MOVE WS-GLJRNL-COMMAND TO WS-ST-COMMAND(WS-NEW-STEP)
                MOVE 2 TO WS-ST-DEP-COUNT(WS-NEW-STEP)
                MOVE WS-STORE-STEP TO WS-ST-DEPENDS(WS-NEW-STEP 1)
                COMPUTE WS-ST-DEPENDS(WS-NEW-STEP 2) =
                    WS-TILL-SUB * 2
            END-PERFORM.

            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT
                IF WS-ST-COMMAND(WS-STEP-SUB) = SPACES
                    MOVE WS-ST-PROGRAM(WS-STEP-SUB)
                        TO WS-DEFAULT-PROGRAM
                    PERFORM SET-DEFAULT-COMMAND-PARA
                    MOVE WS-DEFAULT-COMMAND
                        TO WS-ST-COMMAND(WS-STEP-SUB)
                END-IF
                PERFORM TABLE-TO-RECORD-PARA
                WRITE BATSCH-RECORD
                    INVALID KEY
                        DISPLAY "ERROR:CANNOT WRITE SCHEDULE STEP "
                                WS-STEP-SUB " " WS-BATSCH-STATUS
                        CLOSE SCHEDULE-FILE
                        STOP RUN
                END-WRITE
            END-PERFORM.

       ADD-STEP-PARA.
            ADD 1 TO WS-STEP-COUNT.
            MOVE WS-STEP-COUNT TO WS-NEW-STEP.
            MOVE WS-DEFAULT-PROGRAM TO WS-ST-PROGRAM(WS-NEW-STEP).
            MOVE SPACES TO WS-ST-TILL-ID(WS-NEW-STEP).
            MOVE 0 TO WS-ST-RUN-NO(WS-NEW-STEP).
            MOVE 0 TO WS-ST-DEP-COUNT(WS-NEW-STEP).
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > 8
                MOVE 0 TO WS-ST-DEPENDS(WS-NEW-STEP WS-DEP-SUB)
            END-PERFORM.
            MOVE "PENDING" TO WS-ST-STATUS(WS-NEW-STEP).
            MOVE 0 TO WS-ST-START-DATE(WS-NEW-STEP).
            MOVE 0 TO WS-ST-START-TIME(WS-NEW-STEP).
            MOVE 0 TO WS-ST-END-DATE(WS-NEW-STEP).
            MOVE 0 TO WS-ST-END-TIME(WS-NEW-STEP).
            MOVE 0 TO WS-ST-ATTEMPTS(WS-NEW-STEP).
            MOVE 0 TO WS-ST-PREV-RUN(WS-NEW-STEP).
            MOVE SPACES TO WS-ST-MESSAGE(WS-NEW-STEP).
            MOVE SPACES TO WS-ST-COMMAND(WS-NEW-STEP).

       SET-DEFAULT-COMMAND-PARA.
      *    The program by name, its answers fed from DCBATIN.DAT.
            MOVE SPACES TO WS-DEFAULT-COMMAND.
            STRING WS-DEFAULT-PROGRAM DELIMITED BY SPACE
                   " < DCBATIN.DAT" DELIMITED BY SIZE
                INTO WS-DEFAULT-COMMAND.

       LOAD-DEFINITION-PARA.
      *    The tills in run order, and any command overrides. No
      *    definition, or no till in it, refuses the batch - there
      *    is nothing safe to guess.
            MOVE 0 TO WS-TILL-COUNT.
            OPEN INPUT BATCH-DEF-FILE.
            IF WS-BATDEF-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN BATCH DEFINITION FILE "
                        WS-BATDEF-STATUS
                CLOSE SCHEDULE-FILE
                STOP RUN
            END-IF.
            MOVE "N" TO WS-EOF-FLAG.
            PERFORM READ-DEFINITION-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                IF BATDEF-REC-TYPE = "T"
                    IF BATDEF-TILL-ID = SPACES
                        DISPLAY "WARNING:TILL RECORD WITH NO TILL ID "
                                "IGNORED"
                    ELSE
                        IF WS-TILL-COUNT < 8
                            ADD 1 TO WS-TILL-COUNT
                            MOVE BATDEF-TILL-ID
                                TO WS-TL-ID(WS-TILL-COUNT)
                            MOVE BATDEF-COMMAND
                                TO WS-TL-COMMAND(WS-TILL-COUNT)
                        ELSE
                            DISPLAY "WARNING:MORE THAN 8 TILLS "
                                    "DEFINED - TILL " BATDEF-TILL-ID
                                    " NOT SCHEDULED"
                        END-IF
                    END-IF
                ELSE
                    IF BATDEF-REC-TYPE = "P"
                        PERFORM APPLY-PROGRAM-COMMAND-PARA
                    END-IF
                END-IF
                PERFORM READ-DEFINITION-PARA
            END-PERFORM.
            CLOSE BATCH-DEF-FILE.
            IF WS-TILL-COUNT = 0
                DISPLAY "ERROR:NO TILLS ON THE BATCH DEFINITION FILE"
                CLOSE SCHEDULE-FILE
                STOP RUN
            END-IF.

       READ-DEFINITION-PARA.
            READ BATCH-DEF-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       APPLY-PROGRAM-COMMAND-PARA.
            IF BATDEF-PROGRAM = "DCBALRUN"
                MOVE BATDEF-COMMAND TO WS-BALRUN-COMMAND
            ELSE
                IF BATDEF-PROGRAM = "DCSTORE"
                    MOVE BATDEF-COMMAND TO WS-STORE-COMMAND
                ELSE
                    IF BATDEF-PROGRAM = "DCTREND"
                        MOVE BATDEF-COMMAND TO WS-TREND-COMMAND
                    ELSE
                        IF BATDEF-PROGRAM = "DCGLJRNL"
                            MOVE BATDEF-COMMAND TO WS-GLJRNL-COMMAND
                        ELSE
                            DISPLAY "WARNING:COMMAND FOR "
                                    BATDEF-PROGRAM
                                    " IGNORED - NOT A SCHEDULED STEP"
                        END-IF
                    END-IF
                END-IF
            END-IF.

       RUN-STEP-PARA.
      *    One step: skip it if done, refuse it if what it depends
      *    on is not done, otherwise run it and check its output.
            MOVE "N" TO WS-ALREADY-DONE.
            IF WS-ST-STATUS(WS-STEP-SUB) = "COMPLETE"
                MOVE "Y" TO WS-ALREADY-DONE
                ADD 1 TO WS-SKIP-COUNT
                ADD 1 TO WS-COMPLETE-COUNT
            ELSE
                IF WS-ST-STATUS(WS-STEP-SUB) = "RUNNING"
                    DISPLAY "RESTART:STEP " WS-STEP-SUB " "
                            WS-ST-PROGRAM(WS-STEP-SUB)
                            " WAS INTERRUPTED - CHECKING IT"
                END-IF
                PERFORM CHECK-DEPENDS-PARA
                IF WS-GATE-OPEN = "Y"
                        AND WS-STEP-SUB = WS-STORE-STEP
                    PERFORM CHECK-RELEASE-FLAGS-PARA
                END-IF
                IF WS-GATE-OPEN = "N"
                    MOVE "WAITING" TO WS-ST-STATUS(WS-STEP-SUB)
                    PERFORM SAVE-STEP-PARA
                    PERFORM STOP-BATCH-PARA
                ELSE
                    PERFORM CHECK-EARLIER-RUN-PARA
                    IF WS-ALREADY-DONE = "Y"
                        ADD 1 TO WS-COMPLETE-COUNT
                    ELSE
                        PERFORM START-STEP-PARA
                        PERFORM EXECUTE-STEP-PARA
                        PERFORM END-STEP-PARA
                    END-IF
                END-IF
            END-IF.

       CHECK-DEPENDS-PARA.
            MOVE "Y" TO WS-GATE-OPEN.
            IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCSTORE"
                MOVE WS-STEP-SUB TO WS-STORE-STEP
            END-IF.
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > WS-ST-DEP-COUNT(WS-STEP-SUB)
                    OR WS-GATE-OPEN = "N"
                MOVE WS-ST-DEPENDS(WS-STEP-SUB WS-DEP-SUB)
                    TO WS-DEP-STEP
                IF WS-DEP-STEP > 0 AND WS-DEP-STEP NOT > WS-STEP-COUNT
                    IF WS-ST-STATUS(WS-DEP-STEP) NOT = "COMPLETE"
                        MOVE "N" TO WS-GATE-OPEN
                        MOVE SPACES TO WS-ST-MESSAGE(WS-STEP-SUB)
                        STRING "WAITS ON STEP " DELIMITED BY SIZE
                               WS-DEP-STEP DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-ST-PROGRAM(WS-DEP-STEP)
                                   DELIMITED BY SPACE
                               " - " DELIMITED BY SIZE
                               WS-ST-STATUS(WS-DEP-STEP)
                                   DELIMITED BY SPACE
                            INTO WS-ST-MESSAGE(WS-STEP-SUB)
                    END-IF
                END-IF
            END-PERFORM.

       CHECK-RELEASE-FLAGS-PARA.
      *    Every till's release flag must say RELEASED for the run
      *    the day's schedule balanced - not merely for the till, a
      *    till's flag from yesterday is still on file.
            PERFORM VARYING WS-BALRUN-STEP FROM 1 BY 1
                    UNTIL WS-BALRUN-STEP > WS-STEP-COUNT
                    OR WS-GATE-OPEN = "N"
                IF WS-ST-PROGRAM(WS-BALRUN-STEP) = "DCBALRUN"
                    MOVE WS-ST-RUN-NO(WS-BALRUN-STEP) TO WS-CHK-RUN-NO
                    PERFORM FIND-RELEASE-FLAG-PARA
                    IF WS-CHK-FOUND = "N"
                            OR WS-CHK-STATUS NOT = "RELEASED"
                            OR (WS-CHK-TILL-ID NOT = SPACES
                            AND WS-CHK-TILL-ID
                                NOT = WS-ST-TILL-ID(WS-BALRUN-STEP))
                        MOVE "N" TO WS-GATE-OPEN
                        MOVE SPACES TO WS-ST-MESSAGE(WS-STEP-SUB)
                        STRING "TILL " DELIMITED BY SIZE
                               WS-ST-TILL-ID(WS-BALRUN-STEP)
                                   DELIMITED BY SIZE
                               " RUN " DELIMITED BY SIZE
                               WS-CHK-RUN-NO DELIMITED BY SIZE
                               " NOT RELEASED ON DCGLOK.DAT"
                                   DELIMITED BY SIZE
                            INTO WS-ST-MESSAGE(WS-STEP-SUB)
                    END-IF
                END-IF
            END-PERFORM.

       FIND-RELEASE-FLAG-PARA.
      *    The flag for run WS-CHK-RUN-NO, if there is one.
            MOVE "N" TO WS-CHK-FOUND.
            MOVE SPACES TO WS-CHK-STATUS.
            MOVE SPACES TO WS-CHK-TILL-ID.
            OPEN INPUT RELEASE-FLAG-FILE.
            IF WS-GLOK-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-GLOK-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    IF GLOK-RUN-NO = WS-CHK-RUN-NO
                        MOVE "Y" TO WS-CHK-FOUND
                        MOVE GLOK-STATUS TO WS-CHK-STATUS
                        MOVE GLOK-TILL-ID TO WS-CHK-TILL-ID
                    END-IF
                    PERFORM READ-GLOK-PARA
                END-PERFORM
                CLOSE RELEASE-FLAG-FILE
            END-IF.

       READ-GLOK-PARA.
            READ RELEASE-FLAG-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       CHECK-EARLIER-RUN-PARA.
      *    A DCTEST step started before and never marked ended may
      *    have finished its run just before the interruption. If
      *    the run control now shows a completed run newer than the
      *    one it showed when the step started, that run is the
      *    step's - running the till again would only be refused as
      *    a rerun of a processed file.
            IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCTEST"
                    AND WS-ST-STATUS(WS-STEP-SUB) = "RUNNING"
                PERFORM READ-RUN-CONTROL-PARA
                IF WS-CHK-FOUND = "Y"
                        AND WS-CHK-STATUS = "C"
                        AND WS-CHK-RUN-NO > WS-ST-PREV-RUN(WS-STEP-SUB)
                    MOVE "Y" TO WS-ALREADY-DONE
                    MOVE WS-CHK-RUN-NO TO WS-ST-RUN-NO(WS-STEP-SUB)
                    MOVE "COMPLETE" TO WS-ST-STATUS(WS-STEP-SUB)
                    ACCEPT WS-ST-END-DATE(WS-STEP-SUB)
                        FROM DATE YYYYMMDD
                    ACCEPT WS-ST-END-TIME(WS-STEP-SUB) FROM TIME
                    MOVE "RUN FOUND COMPLETE ON RESTART"
                        TO WS-ST-MESSAGE(WS-STEP-SUB)
                    PERFORM SAVE-STEP-PARA
                    PERFORM CARRY-RUN-NO-PARA
                    DISPLAY "RESTART:STEP " WS-STEP-SUB
                            " DCTEST TILL " WS-ST-TILL-ID(WS-STEP-SUB)
                            " RUN " WS-CHK-RUN-NO
                            " FOUND COMPLETE - NOT RUN AGAIN"
                END-IF
            END-IF.

       READ-RUN-CONTROL-PARA.
            MOVE "N" TO WS-CHK-FOUND.
            MOVE 0 TO WS-CHK-RUN-NO.
            MOVE SPACES TO WS-CHK-STATUS.
            OPEN INPUT RUN-CONTROL-FILE.
            IF WS-RUNCTL-STATUS = "00"
                READ RUN-CONTROL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-CHK-FOUND
                        MOVE RUNCTL-RUN-NO TO WS-CHK-RUN-NO
                        MOVE RUNCTL-STATUS TO WS-CHK-STATUS
                END-READ
                CLOSE RUN-CONTROL-FILE
            END-IF.

       CARRY-RUN-NO-PARA.
      *    The run a till's DCTEST made is the run its balancing and
      *    its journal are for.
            PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                    UNTIL WS-FIND-SUB > WS-STEP-COUNT
                IF WS-ST-TILL-ID(WS-FIND-SUB)
                        = WS-ST-TILL-ID(WS-STEP-SUB)
                        AND (WS-ST-PROGRAM(WS-FIND-SUB) = "DCBALRUN"
                        OR WS-ST-PROGRAM(WS-FIND-SUB) = "DCGLJRNL")
                    MOVE WS-ST-RUN-NO(WS-STEP-SUB)
                        TO WS-ST-RUN-NO(WS-FIND-SUB)
                    MOVE WS-STEP-SUB TO WS-DEP-STEP
                    MOVE WS-FIND-SUB TO WS-STEP-SUB
                    PERFORM SAVE-STEP-PARA
                    MOVE WS-DEP-STEP TO WS-STEP-SUB
                END-IF
            END-PERFORM.

       START-STEP-PARA.
            IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCTEST"
                PERFORM READ-RUN-CONTROL-PARA
                MOVE WS-CHK-RUN-NO TO WS-ST-PREV-RUN(WS-STEP-SUB)
            END-IF.
            MOVE "RUNNING" TO WS-ST-STATUS(WS-STEP-SUB).
            ACCEPT WS-ST-START-DATE(WS-STEP-SUB) FROM DATE YYYYMMDD.
            ACCEPT WS-ST-START-TIME(WS-STEP-SUB) FROM TIME.
            MOVE 0 TO WS-ST-END-DATE(WS-STEP-SUB).
            MOVE 0 TO WS-ST-END-TIME(WS-STEP-SUB).
            ADD 1 TO WS-ST-ATTEMPTS(WS-STEP-SUB).
            MOVE SPACES TO WS-ST-MESSAGE(WS-STEP-SUB).
            PERFORM SAVE-STEP-PARA.
            PERFORM WRITE-ANSWERS-PARA.
            ADD 1 TO WS-RAN-COUNT.
            DISPLAY "STEP " WS-STEP-SUB " " WS-ST-PROGRAM(WS-STEP-SUB)
                    " " WS-ST-TILL-ID(WS-STEP-SUB) " STARTED".

       WRITE-ANSWERS-PARA.
      *    The answers each program would otherwise be keyed at its
      *    prompts. DCTEST answers from its own parameter file and
      *    DCSTORE asks nothing; they get an empty answer file.
            OPEN OUTPUT ANSWER-FILE.
            IF WS-BATIN-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT WRITE ANSWER FILE "
                        WS-BATIN-STATUS
                CLOSE SCHEDULE-FILE
                STOP RUN
            END-IF.
            IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCBALRUN"
                MOVE WS-ST-RUN-NO(WS-STEP-SUB) TO ANSWER-RECORD
                WRITE ANSWER-RECORD
            ELSE
                IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCTREND"
                    MOVE WS-BUS-DATE TO ANSWER-RECORD
                    WRITE ANSWER-RECORD
                ELSE
                    IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCGLJRNL"
                        MOVE WS-ST-TILL-ID(WS-STEP-SUB)
                            TO ANSWER-RECORD
                        WRITE ANSWER-RECORD
                        MOVE WS-ST-RUN-NO(WS-STEP-SUB)
                            TO ANSWER-RECORD
                        WRITE ANSWER-RECORD
                    END-IF
                END-IF
            END-IF.
            CLOSE ANSWER-FILE.

       EXECUTE-STEP-PARA.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            MOVE WS-ST-COMMAND(WS-STEP-SUB) TO WS-SYSTEM-COMMAND.
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE 0 TO RETURN-CODE.

       END-STEP-PARA.
      *    A step is complete only when the output it exists to make
      *    is there; the programs refuse with a message and stop
      *    rather than set a return code, so the code alone proves
      *    nothing either way.
            IF WS-STEP-RC NOT = 0
                MOVE "FAILED" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE SPACES TO WS-ST-MESSAGE(WS-STEP-SUB)
                STRING "COMMAND ENDED WITH CODE " DELIMITED BY SIZE
                       WS-STEP-RC DELIMITED BY SIZE
                    INTO WS-ST-MESSAGE(WS-STEP-SUB)
            ELSE
                IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCTEST"
                    PERFORM CHECK-TEST-STEP-PARA
                ELSE
                    IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCBALRUN"
                        PERFORM CHECK-BALRUN-STEP-PARA
                    ELSE
                        IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCSTORE"
                            PERFORM CHECK-STORE-STEP-PARA
                        ELSE
                            IF WS-ST-PROGRAM(WS-STEP-SUB) = "DCTREND"
                                PERFORM CHECK-TREND-STEP-PARA
                            ELSE
                                PERFORM CHECK-JOURNAL-STEP-PARA
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
            ACCEPT WS-ST-END-DATE(WS-STEP-SUB) FROM DATE YYYYMMDD.
            ACCEPT WS-ST-END-TIME(WS-STEP-SUB) FROM TIME.
            PERFORM SAVE-STEP-PARA.
            DISPLAY "STEP " WS-STEP-SUB " " WS-ST-PROGRAM(WS-STEP-SUB)
                    " " WS-ST-TILL-ID(WS-STEP-SUB) " "
                    WS-ST-STATUS(WS-STEP-SUB) " "
                    WS-ST-MESSAGE(WS-STEP-SUB).
            IF WS-ST-STATUS(WS-STEP-SUB) = "COMPLETE"
                ADD 1 TO WS-COMPLETE-COUNT
            ELSE
                PERFORM STOP-BATCH-PARA
            END-IF.

       CHECK-TEST-STEP-PARA.
      *    A new run, completed on the run control.
            PERFORM READ-RUN-CONTROL-PARA.
            IF WS-CHK-FOUND = "Y"
                    AND WS-CHK-STATUS = "C"
                    AND WS-CHK-RUN-NO > WS-ST-PREV-RUN(WS-STEP-SUB)
                MOVE "COMPLETE" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE WS-CHK-RUN-NO TO WS-ST-RUN-NO(WS-STEP-SUB)
                MOVE SPACES TO WS-ST-MESSAGE(WS-STEP-SUB)
                STRING "RUN " DELIMITED BY SIZE
                       WS-CHK-RUN-NO DELIMITED BY SIZE
                       " COMPLETED" DELIMITED BY SIZE
                    INTO WS-ST-MESSAGE(WS-STEP-SUB)
                PERFORM CARRY-RUN-NO-PARA
            ELSE
                MOVE "FAILED" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE "NO NEW COMPLETED RUN ON THE RUN CONTROL"
                    TO WS-ST-MESSAGE(WS-STEP-SUB)
            END-IF.

       CHECK-BALRUN-STEP-PARA.
            MOVE WS-ST-RUN-NO(WS-STEP-SUB) TO WS-CHK-RUN-NO.
            PERFORM FIND-RELEASE-FLAG-PARA.
            IF WS-CHK-FOUND = "N"
                MOVE "FAILED" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE "NO RELEASE FLAG WRITTEN FOR THE RUN"
                    TO WS-ST-MESSAGE(WS-STEP-SUB)
            ELSE
                IF WS-CHK-STATUS = "RELEASED"
                    MOVE "COMPLETE" TO WS-ST-STATUS(WS-STEP-SUB)
                    MOVE "GL FEED RELEASED"
                        TO WS-ST-MESSAGE(WS-STEP-SUB)
                ELSE
                    MOVE "HELD" TO WS-ST-STATUS(WS-STEP-SUB)
                    MOVE "GL FEED HELD - SEE DCBALRPT.DAT"
                        TO WS-ST-MESSAGE(WS-STEP-SUB)
                END-IF
            END-IF.

       CHECK-STORE-STEP-PARA.
      *    The combined store GL record, written since the step
      *    started.
            MOVE "N" TO WS-CHK-FOUND.
            OPEN INPUT STORE-GL-FILE.
            IF WS-STGL-STATUS = "00"
                READ STORE-GL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF STORE-GL-TILL-ID = "ST"
                                AND STORE-GL-DATE
                                NOT < WS-ST-START-DATE(WS-STEP-SUB)
                            MOVE "Y" TO WS-CHK-FOUND
                        END-IF
                END-READ
                CLOSE STORE-GL-FILE
            END-IF.
            IF WS-CHK-FOUND = "Y"
                MOVE "COMPLETE" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE "STORE GL RECORD WRITTEN"
                    TO WS-ST-MESSAGE(WS-STEP-SUB)
            ELSE
                MOVE "FAILED" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE "NO STORE GL RECORD WRITTEN"
                    TO WS-ST-MESSAGE(WS-STEP-SUB)
            END-IF.

       CHECK-TREND-STEP-PARA.
      *    The trend report, headed with the business date.
            MOVE "N" TO WS-CHK-FOUND.
            OPEN INPUT TREND-REPORT-FILE.
            IF WS-TRND-STATUS = "00"
                READ TREND-REPORT-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF TREND-RPT-RECORD(20:8) = WS-BUS-DATE
                            MOVE "Y" TO WS-CHK-FOUND
                        END-IF
                END-READ
                CLOSE TREND-REPORT-FILE
            END-IF.
            IF WS-CHK-FOUND = "Y"
                MOVE "COMPLETE" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE "TREND REPORT WRITTEN"
                    TO WS-ST-MESSAGE(WS-STEP-SUB)
            ELSE
                MOVE "FAILED" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE "NO TREND REPORT FOR THE BUSINESS DATE"
                    TO WS-ST-MESSAGE(WS-STEP-SUB)
            END-IF.

       CHECK-JOURNAL-STEP-PARA.
      *    The till's run on the journal file. A journal posted by an
      *    earlier attempt counts - DCGLJRNL refuses to post it twice.
            MOVE 0 TO WS-CHK-LINES.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRNL-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-JOURNAL-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    IF JRNL-TILL-ID = WS-ST-TILL-ID(WS-STEP-SUB)
                            AND JRNL-RUN-NO = WS-ST-RUN-NO(WS-STEP-SUB)
                        ADD 1 TO WS-CHK-LINES
                    END-IF
                    PERFORM READ-JOURNAL-PARA
                END-PERFORM
                CLOSE JOURNAL-FILE
            END-IF.
            IF WS-CHK-LINES > 0
                MOVE "COMPLETE" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE SPACES TO WS-ST-MESSAGE(WS-STEP-SUB)
                STRING WS-CHK-LINES DELIMITED BY SIZE
                       " JOURNAL LINES POSTED" DELIMITED BY SIZE
                    INTO WS-ST-MESSAGE(WS-STEP-SUB)
            ELSE
                MOVE "FAILED" TO WS-ST-STATUS(WS-STEP-SUB)
                MOVE "JOURNAL REFUSED - SEE DCGLJRPT.DAT"
                    TO WS-ST-MESSAGE(WS-STEP-SUB)
            END-IF.

       READ-JOURNAL-PARA.
            READ JOURNAL-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       STOP-BATCH-PARA.
            MOVE "Y" TO WS-BATCH-STOPPED.
            MOVE WS-STEP-SUB TO WS-STOP-STEP.

       WRITE-COMPLETION-REPORT-PARA.
            OPEN OUTPUT BATCH-REPORT-FILE.
            IF WS-BATRPT-STATUS NOT = "00"
                DISPLAY "WARNING:CANNOT OPEN BATCH REPORT FILE "
                        WS-BATRPT-STATUS " - NO HANDOVER REPORT"
            ELSE
                PERFORM WRITE-REPORT-BODY-PARA
                CLOSE BATCH-REPORT-FILE
            END-IF.

       WRITE-REPORT-BODY-PARA.
            ACCEPT WS-NOW-TIME FROM TIME.
            MOVE WS-NOW-TIME TO WS-TIME-WORK.
            PERFORM SHOW-TIME-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "END OF DAY BATCH COMPLETION REPORT - BUSINESS "
                       DELIMITED BY SIZE
                   "DATE " DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   "  PRINTED " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-SHOWN DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            IF WS-RESUMED = "Y"
                MOVE "RESTARTED - STEPS COMPLETED BY AN EARLIER "
                    TO WS-RPT-LINE
                MOVE "ATTEMPT WERE NOT RUN AGAIN" TO WS-RPT-LINE(43:)
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE "STEP PROGRAM  TILL RUN    STARTED  ENDED    TRIES "
                TO WS-RPT-LINE.
            MOVE "STATUS   DETAIL" TO WS-RPT-LINE(51:).
            PERFORM WRITE-RPT-LINE-PARA.

            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT
                MOVE SPACES TO WS-START-SHOWN
                MOVE SPACES TO WS-END-SHOWN
                IF WS-ST-START-DATE(WS-STEP-SUB) > 0
                    MOVE WS-ST-START-TIME(WS-STEP-SUB) TO WS-TIME-WORK
                    PERFORM SHOW-TIME-PARA
                    MOVE WS-TIME-SHOWN TO WS-START-SHOWN
                END-IF
                IF WS-ST-END-DATE(WS-STEP-SUB) > 0
                    MOVE WS-ST-END-TIME(WS-STEP-SUB) TO WS-TIME-WORK
                    PERFORM SHOW-TIME-PARA
                    MOVE WS-TIME-SHOWN TO WS-END-SHOWN
                END-IF
                MOVE SPACES TO WS-RPT-LINE
                STRING WS-STEP-SUB DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-ST-PROGRAM(WS-STEP-SUB) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ST-TILL-ID(WS-STEP-SUB) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-ST-RUN-NO(WS-STEP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-START-SHOWN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-END-SHOWN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ST-ATTEMPTS(WS-STEP-SUB) DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-ST-STATUS(WS-STEP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ST-MESSAGE(WS-STEP-SUB) DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-PERFORM.

            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "STEPS COMPLETE " DELIMITED BY SIZE
                   WS-COMPLETE-COUNT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-STEP-COUNT DELIMITED BY SIZE
                   " - RUN THIS ATTEMPT " DELIMITED BY SIZE
                   WS-RAN-COUNT DELIMITED BY SIZE
                   ", ALREADY DONE " DELIMITED BY SIZE
                   WS-SKIP-COUNT DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-COMPLETE-COUNT = WS-STEP-COUNT
                MOVE "BATCH COMPLETE - READY FOR HANDOVER"
                    TO WS-RPT-LINE
            ELSE
                STRING "BATCH NOT COMPLETE - STOPPED AT STEP "
                           DELIMITED BY SIZE
                       WS-STOP-STEP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ST-PROGRAM(WS-STOP-STEP) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-ST-STATUS(WS-STOP-STEP) DELIMITED BY SPACE
                       " - CLEAR THE CAUSE AND RERUN DCBATCH TO "
                           DELIMITED BY SIZE
                       "RESTART FROM IT" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            PERFORM WRITE-RPT-LINE-PARA.

       SHOW-TIME-PARA.
            MOVE WS-TIME-HH TO WS-TS-HH.
            MOVE WS-TIME-MM TO WS-TS-MM.
            MOVE WS-TIME-SS TO WS-TS-SS.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO BATCH-RPT-RECORD.
            WRITE BATCH-RPT-RECORD.
