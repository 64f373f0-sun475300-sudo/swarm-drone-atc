      * Phase 616: Legacy ATC Bridge — Nightly Job-Stream Controller
      * 야간 작업 스트림 제어기
      * Runs the nightly cycle from the job-stream definition
      * JOBSTRM.DAT, one step per line in running order, each naming
      * the step, the highest return code it may end with, up to four
      * files that must be present before it starts, the command
      * that runs it and, for a step that can pick up where it left
      * off, the command that restarts it. The standard cycle is
      * AIRSPACE-BUILD, FLTPLAN-VET, LEGACY-ATC-BRIDGE, OVERDUE-WATCH,
      * UTIL-UPDATE, USAGE-POST, ACK-CHECK, BATTERY-FORECAST,
      * CONFLICT-LOOKAHEAD, TRKHIST-ARCHIVE, SURV-SUBMIT,
      * RUNSTATS-REPORT and SHIFT-DIGEST last.
      * Every step's start, end and completion status goes to the job
      * log JOBLOG.DAT. The stream stops at the first step that fails
      * or whose prerequisite file is missing, and JOBCTL.DAT records
      * where it stopped, so the next run resumes at that step without
      * repeating the steps already completed. A resumed step that had
      * already been started runs its restart command when it has one
      * (the bridge's is LEGACY-ATC-BRIDGE with the RESTART parm, so it
      * recovers from its own CHKPT.DAT instead of posting the day's
      * tracks a second time); one stopped before it started, on a
      * missing file, runs its normal command. The job log shows the
      * command each step actually ran. FRESH on the command line
      * abandons a stopped stream and starts again from the top
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO "JOBSTRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-DEF-FILE-STATUS.

           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-CONTROL-FILE-STATUS.

           SELECT JOB-CONTROL-TEMP-FILE ASSIGN TO "JOBCTL.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-CONTROL-TEMP-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Lines starting with an asterisk are commentary
       FD  STREAM-DEF-FILE
           RECORDING MODE IS F.
       01 WS-STREAM-DEF-RECORD.
          05 WS-JSD-STEP-NAME      PIC X(20).
          05 WS-JSD-MAX-RC         PIC 9(2).
          05 WS-JSD-PREREQ         PIC X(16) OCCURS 4 TIMES.
          05 WS-JSD-COMMAND        PIC X(80).
          05 WS-JSD-RESTART-COMMAND PIC X(80).

      * State R running, F stopped on a failure, C complete; the next
      * step is where a rerun picks up, and step-started says whether
      * that step had already been launched when the stream stopped
       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       01 WS-JOB-CONTROL-RECORD.
          05 WS-JCT-STREAM-ID      PIC X(14).
          05 WS-JCT-STATE          PIC X(1).
          05 WS-JCT-NEXT-STEP      PIC 9(3).
          05 WS-JCT-NEXT-STEP-NAME PIC X(20).
          05 WS-JCT-UPDATED-DATE   PIC X(8).
          05 WS-JCT-UPDATED-TIME   PIC X(8).
          05 WS-JCT-STEP-STARTED   PIC X(1).

       FD  JOB-CONTROL-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-JOB-CONTROL-TEMP-RECORD PIC X(55).

      * Status DONE, FAIL, ABND, MISS or SKIP per step; the stream
      * itself logs STRT, RESU, STOP and END under *STREAM*
       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       01 WS-JOB-LOG-RECORD.
          05 WS-JLG-STREAM-ID      PIC X(14).
          05 WS-JLG-STEP-SEQ       PIC 9(3).
          05 WS-JLG-STEP-NAME      PIC X(20).
          05 WS-JLG-START-DATE     PIC X(8).
          05 WS-JLG-START-TIME     PIC X(8).
          05 WS-JLG-END-DATE       PIC X(8).
          05 WS-JLG-END-TIME       PIC X(8).
          05 WS-JLG-STATUS         PIC X(4).
          05 WS-JLG-RC             PIC 9(4).
          05 WS-JLG-DETAIL         PIC X(30).
          05 WS-JLG-COMMAND        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STREAM-DEF-FILE-STATUS PIC XX VALUE "00".
       01 WS-JOB-CONTROL-FILE-STATUS PIC XX VALUE "00".
       01 WS-JOB-CONTROL-TEMP-STATUS PIC XX VALUE "00".
       01 WS-JOB-LOG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-STREAM-PARM           PIC X(10) VALUE SPACES.
       01 WS-STREAM-ID             PIC X(14) VALUE SPACES.
       01 WS-START-STEP            PIC 9(3) VALUE 1.
       01 WS-RESUME-SW             PIC X VALUE "N".
          88 WS-RESUMING           VALUE "Y".
       01 WS-RESTART-SW            PIC X VALUE "N".
          88 WS-RESUME-MID-STEP    VALUE "Y".
       01 WS-LAUNCHED-SW           PIC X VALUE "N".
          88 WS-STEP-LAUNCHED      VALUE "Y".
       01 WS-STOP-SW               PIC X VALUE "N".
          88 WS-STREAM-STOPPED     VALUE "Y".
       01 WS-WARNING-SW            PIC X VALUE "N".
          88 WS-STEP-WARNED        VALUE "Y".

       01 WS-STEP-COUNT            PIC 9(3) VALUE 0.
       01 WS-MAX-STEP-ENTRIES      PIC 9(3) VALUE 50.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-STEP-IDX.
             10 WS-STEP-TBL-NAME      PIC X(20).
             10 WS-STEP-TBL-MAX-RC    PIC 9(2).
             10 WS-STEP-TBL-PREREQ    PIC X(16) OCCURS 4 TIMES.
             10 WS-STEP-TBL-COMMAND   PIC X(80).
             10 WS-STEP-TBL-RESTART-CMD PIC X(80).
       01 WS-STEP-NUM              PIC 9(3).
       01 WS-PREREQ-SUB            PIC 9(1).
       01 WS-MISSING-FILE          PIC X(16) VALUE SPACES.

      * Attribute block CBL_CHECK_FILE_EXIST fills in; only the
      * result code is used
       01 WS-FILE-INFO.
          05 WS-FILE-INFO-SIZE     PIC X(8) COMP-X.
          05 WS-FILE-INFO-DATE     PIC X(4) COMP-X.
          05 WS-FILE-INFO-TIME     PIC X(4) COMP-X.

      * The shell returns a wait status: the step's own return code is
      * its high byte, and anything in the low byte means the step was
      * killed by a signal rather than ending on its own
       01 WS-CMD-LINE              PIC X(81).
       01 WS-SYSTEM-RC             PIC S9(9) COMP-5 VALUE 0.
       01 WS-STEP-RC               PIC 9(4) VALUE 0.
       01 WS-SIGNAL-NUM            PIC 9(4) VALUE 0.
       01 WS-STEP-START-DATE       PIC X(8).
       01 WS-STEP-START-TIME       PIC X(8).
       01 WS-DONE-COUNT            PIC 9(3) VALUE 0.
       01 WS-SKIP-COUNT            PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-STREAM-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-STREAM-PARM) TO WS-STREAM-PARM
           PERFORM LOAD-STREAM-DEFINITION
           PERFORM OPEN-JOB-LOG
           PERFORM DETERMINE-START-STEP
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       OR WS-STREAM-STOPPED
               SET WS-STEP-NUM TO WS-STEP-IDX
               IF WS-STEP-NUM < WS-START-STEP
                   PERFORM LOG-SKIPPED-STEP
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM
           IF WS-STREAM-STOPPED
               MOVE "STOP" TO WS-JLG-STATUS
               MOVE "SEE FAILED STEP ABOVE" TO WS-JLG-DETAIL
           ELSE
               MOVE "C" TO WS-JCT-STATE
               MOVE WS-STEP-COUNT TO WS-JCT-NEXT-STEP
               ADD 1 TO WS-JCT-NEXT-STEP
               MOVE SPACES TO WS-JCT-NEXT-STEP-NAME
               MOVE "N" TO WS-JCT-STEP-STARTED
               PERFORM WRITE-JOB-CONTROL
               MOVE "END " TO WS-JLG-STATUS
               MOVE SPACES TO WS-JLG-DETAIL
               STRING WS-DONE-COUNT " RUN " WS-SKIP-COUNT " SKIPPED"
                   DELIMITED SIZE INTO WS-JLG-DETAIL
           END-IF
           PERFORM LOG-STREAM-EVENT
           CLOSE JOB-LOG-FILE
           DISPLAY "JOB-STREAM: " WS-STREAM-ID " STEPS RUN="
               WS-DONE-COUNT " SKIPPED=" WS-SKIP-COUNT
           EVALUATE TRUE
               WHEN WS-STREAM-STOPPED OR WS-ERROR-COUNT > 0
                   DISPLAY "JOB-STREAM: STREAM STOPPED - FIX AND "
                       "RERUN TO RESUME"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STEP-WARNED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-STREAM-DEFINITION.
           OPEN INPUT STREAM-DEF-FILE
           IF WS-STREAM-DEF-FILE-STATUS = "35"
               DISPLAY "JOB-STREAM: JOBSTRM.DAT NOT FOUND - NOTHING "
                   "TO RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STREAM-DEF-FILE-STATUS = "10"
               READ STREAM-DEF-FILE
                   AT END MOVE "10" TO WS-STREAM-DEF-FILE-STATUS
                   NOT AT END
                       IF WS-STREAM-DEF-RECORD(1:1) NOT = "*"
                           AND WS-JSD-STEP-NAME NOT = SPACES
                           PERFORM LOAD-STEP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-DEF-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY "JOB-STREAM: JOBSTRM.DAT HAS NO STEPS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-STEP-ENTRY.
           IF WS-STEP-COUNT >= WS-MAX-STEP-ENTRIES
               DISPLAY "JOB-STREAM: STEP TABLE FULL AT "
                   WS-MAX-STEP-ENTRIES " STEPS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-JSD-COMMAND = SPACES
               DISPLAY "JOB-STREAM: STEP " WS-JSD-STEP-NAME
                   " HAS NO COMMAND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           SET WS-STEP-IDX TO WS-STEP-COUNT
           MOVE WS-JSD-STEP-NAME TO WS-STEP-TBL-NAME(WS-STEP-IDX)
           IF WS-JSD-MAX-RC IS NUMERIC
               MOVE WS-JSD-MAX-RC TO WS-STEP-TBL-MAX-RC(WS-STEP-IDX)
           ELSE
               MOVE 0 TO WS-STEP-TBL-MAX-RC(WS-STEP-IDX)
           END-IF
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 4
               MOVE WS-JSD-PREREQ(WS-PREREQ-SUB)
                   TO WS-STEP-TBL-PREREQ(WS-STEP-IDX, WS-PREREQ-SUB)
           END-PERFORM
           MOVE WS-JSD-COMMAND TO WS-STEP-TBL-COMMAND(WS-STEP-IDX)
           MOVE WS-JSD-RESTART-COMMAND
               TO WS-STEP-TBL-RESTART-CMD(WS-STEP-IDX).

       OPEN-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOB-LOG-FILE-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           ELSE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           IF WS-JOB-LOG-FILE-STATUS NOT = "00"
               DISPLAY "JOB-STREAM: CANNOT OPEN JOBLOG.DAT STATUS="
                   WS-JOB-LOG-FILE-STATUS " - STREAM NOT STARTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DETERMINE-START-STEP.
      * A stream left stopped or still marked running (the controller
      * itself went down mid-step) resumes at its recorded step, as
      * long as the definition still has that step in that place
           MOVE "N" TO WS-RESUME-SW
           OPEN INPUT JOB-CONTROL-FILE
           IF WS-JOB-CONTROL-FILE-STATUS = "35"
               MOVE "C" TO WS-JCT-STATE
           ELSE
               READ JOB-CONTROL-FILE
                   AT END MOVE "C" TO WS-JCT-STATE
               END-READ
               CLOSE JOB-CONTROL-FILE
           END-IF
           IF (WS-JCT-STATE = "F" OR WS-JCT-STATE = "R")
               AND WS-STREAM-PARM NOT = "FRESH"
               IF WS-JCT-NEXT-STEP IS NUMERIC
                   AND WS-JCT-NEXT-STEP >= 1
                   AND WS-JCT-NEXT-STEP <= WS-STEP-COUNT
                   AND WS-STEP-TBL-NAME(WS-JCT-NEXT-STEP) =
                       WS-JCT-NEXT-STEP-NAME
                   SET WS-RESUMING TO TRUE
                   MOVE WS-JCT-STREAM-ID TO WS-STREAM-ID
                   MOVE WS-JCT-NEXT-STEP TO WS-START-STEP
                   IF WS-JCT-STEP-STARTED NOT = "N"
                       SET WS-RESUME-MID-STEP TO TRUE
                   END-IF
               ELSE
                   DISPLAY "JOB-STREAM: STOPPED STREAM "
                       WS-JCT-STREAM-ID " WAS AT STEP "
                       WS-JCT-NEXT-STEP-NAME
                   DISPLAY "JOB-STREAM: JOBSTRM.DAT NO LONGER MATCHES "
                       "- RERUN WITH FRESH TO START OVER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 0 TO WS-STEP-NUM
           IF WS-RESUMING
               MOVE "RESU" TO WS-JLG-STATUS
               MOVE SPACES TO WS-JLG-DETAIL
               STRING "AT STEP " WS-STEP-TBL-NAME(WS-START-STEP)
                   DELIMITED SIZE INTO WS-JLG-DETAIL
               DISPLAY "JOB-STREAM: RESUMING " WS-STREAM-ID
                   " AT STEP " WS-STEP-TBL-NAME(WS-START-STEP)
               IF WS-RESUME-MID-STEP
                   DISPLAY "JOB-STREAM: "
                       WS-STEP-TBL-NAME(WS-START-STEP)
                       " WAS INTERRUPTED - RESTARTING IT"
               END-IF
           ELSE
               STRING WS-RUN-DATE WS-RUN-TIME(1:6)
                   DELIMITED SIZE INTO WS-STREAM-ID
               MOVE 1 TO WS-START-STEP
               MOVE "STRT" TO WS-JLG-STATUS
               MOVE SPACES TO WS-JLG-DETAIL
               IF WS-JCT-STATE = "F" OR WS-JCT-STATE = "R"
                   STRING "ABANDONS " WS-JCT-STREAM-ID
                       DELIMITED SIZE INTO WS-JLG-DETAIL
               END-IF
               DISPLAY "JOB-STREAM: STARTING " WS-STREAM-ID
           END-IF
           PERFORM LOG-STREAM-EVENT.

       LOG-SKIPPED-STEP.
           ADD 1 TO WS-SKIP-COUNT
           MOVE WS-RUN-DATE TO WS-STEP-START-DATE
           MOVE WS-RUN-TIME TO WS-STEP-START-TIME
           MOVE "SKIP" TO WS-JLG-STATUS
           MOVE 0 TO WS-STEP-RC
           MOVE "COMPLETED IN EARLIER RUN" TO WS-JLG-DETAIL
           MOVE SPACES TO WS-JLG-COMMAND
           PERFORM WRITE-STEP-LOG.

       RUN-ONE-STEP.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           MOVE 0 TO WS-STEP-RC
           MOVE SPACES TO WS-MISSING-FILE
           MOVE SPACES TO WS-JLG-COMMAND
      * The step a stream stopped inside still counts as started until
      * it completes, even if this rerun stops before launching it
           MOVE "N" TO WS-LAUNCHED-SW
           IF WS-RESUME-MID-STEP AND WS-STEP-NUM = WS-START-STEP
               SET WS-STEP-LAUNCHED TO TRUE
           END-IF
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 4
                       OR WS-MISSING-FILE NOT = SPACES
               IF WS-STEP-TBL-PREREQ(WS-STEP-IDX, WS-PREREQ-SUB)
                       NOT = SPACES
                   CALL "CBL_CHECK_FILE_EXIST" USING
                       WS-STEP-TBL-PREREQ(WS-STEP-IDX, WS-PREREQ-SUB)
                       WS-FILE-INFO
                       RETURNING WS-CBL-RESULT
                   IF WS-CBL-RESULT NOT = 0
                       MOVE WS-STEP-TBL-PREREQ(WS-STEP-IDX,
                           WS-PREREQ-SUB) TO WS-MISSING-FILE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MISSING-FILE NOT = SPACES
               MOVE "MISS" TO WS-JLG-STATUS
               MOVE SPACES TO WS-JLG-DETAIL
               STRING "NO " WS-MISSING-FILE
                   DELIMITED SIZE INTO WS-JLG-DETAIL
               DISPLAY "JOB-STREAM: " WS-STEP-TBL-NAME(WS-STEP-IDX)
                   " NOT STARTED - " WS-MISSING-FILE " MISSING"
               PERFORM STOP-AT-THIS-STEP
           ELSE
               PERFORM CHOOSE-STEP-COMMAND
               SET WS-STEP-LAUNCHED TO TRUE
               MOVE "R" TO WS-JCT-STATE
               MOVE WS-STEP-NUM TO WS-JCT-NEXT-STEP
               MOVE WS-STEP-TBL-NAME(WS-STEP-IDX)
                   TO WS-JCT-NEXT-STEP-NAME
               MOVE "Y" TO WS-JCT-STEP-STARTED
               PERFORM WRITE-JOB-CONTROL
               DISPLAY "JOB-STREAM: STARTING "
                   WS-STEP-TBL-NAME(WS-STEP-IDX) " - "
                   FUNCTION TRIM(WS-JLG-COMMAND)
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING WS-CMD-LINE
               MOVE RETURN-CODE TO WS-SYSTEM-RC
               MOVE 0 TO RETURN-CODE
               PERFORM JUDGE-STEP-RESULT
           END-IF.

       CHOOSE-STEP-COMMAND.
      * Only the step the stream stopped inside is restarted; every
      * later step, and a step with no restart command, runs normally
           IF WS-RESUME-MID-STEP
               AND WS-STEP-NUM = WS-START-STEP
               AND WS-STEP-TBL-RESTART-CMD(WS-STEP-IDX) NOT = SPACES
               MOVE WS-STEP-TBL-RESTART-CMD(WS-STEP-IDX)
                   TO WS-CMD-LINE
           ELSE
               MOVE WS-STEP-TBL-COMMAND(WS-STEP-IDX) TO WS-CMD-LINE
           END-IF
           MOVE WS-CMD-LINE TO WS-JLG-COMMAND.

       JUDGE-STEP-RESULT.
           IF WS-SYSTEM-RC < 0
               MOVE 9999 TO WS-STEP-RC
               MOVE 0 TO WS-SIGNAL-NUM
           ELSE
               COMPUTE WS-STEP-RC = WS-SYSTEM-RC / 256
               COMPUTE WS-SIGNAL-NUM =
                   FUNCTION MOD(WS-SYSTEM-RC, 256)
           END-IF
           MOVE SPACES TO WS-JLG-DETAIL
           EVALUATE TRUE
               WHEN WS-SYSTEM-RC < 0
                   MOVE "ABND" TO WS-JLG-STATUS
                   MOVE "COMMAND COULD NOT BE STARTED"
                       TO WS-JLG-DETAIL
                   PERFORM STOP-AT-THIS-STEP
               WHEN WS-SIGNAL-NUM NOT = 0
                   MOVE "ABND" TO WS-JLG-STATUS
                   STRING "ENDED BY SIGNAL " WS-SIGNAL-NUM
                       DELIMITED SIZE INTO WS-JLG-DETAIL
                   PERFORM STOP-AT-THIS-STEP
               WHEN WS-STEP-RC > WS-STEP-TBL-MAX-RC(WS-STEP-IDX)
                   MOVE "FAIL" TO WS-JLG-STATUS
                   STRING "RC ABOVE LIMIT "
                       WS-STEP-TBL-MAX-RC(WS-STEP-IDX)
                       DELIMITED SIZE INTO WS-JLG-DETAIL
                   PERFORM STOP-AT-THIS-STEP
               WHEN OTHER
                   ADD 1 TO WS-DONE-COUNT
                   IF WS-STEP-RC > 0
                       SET WS-STEP-WARNED TO TRUE
                   END-IF
                   MOVE "DONE" TO WS-JLG-STATUS
                   PERFORM WRITE-STEP-LOG
                   MOVE "R" TO WS-JCT-STATE
                   COMPUTE WS-JCT-NEXT-STEP = WS-STEP-NUM + 1
                   IF WS-STEP-NUM < WS-STEP-COUNT
                       MOVE WS-STEP-TBL-NAME(WS-STEP-IDX + 1)
                           TO WS-JCT-NEXT-STEP-NAME
                   ELSE
                       MOVE SPACES TO WS-JCT-NEXT-STEP-NAME
                   END-IF
                   MOVE "N" TO WS-JCT-STEP-STARTED
                   PERFORM WRITE-JOB-CONTROL
           END-EVALUATE
           DISPLAY "JOB-STREAM: " WS-STEP-TBL-NAME(WS-STEP-IDX)
               " " WS-JLG-STATUS " RC=" WS-STEP-RC.

       STOP-AT-THIS-STEP.
           SET WS-STREAM-STOPPED TO TRUE
           PERFORM WRITE-STEP-LOG
           MOVE "F" TO WS-JCT-STATE
           MOVE WS-STEP-NUM TO WS-JCT-NEXT-STEP
           MOVE WS-STEP-TBL-NAME(WS-STEP-IDX) TO WS-JCT-NEXT-STEP-NAME
           IF WS-STEP-LAUNCHED
               MOVE "Y" TO WS-JCT-STEP-STARTED
           ELSE
               MOVE "N" TO WS-JCT-STEP-STARTED
           END-IF
           PERFORM WRITE-JOB-CONTROL.

       WRITE-STEP-LOG.
           MOVE WS-STREAM-ID TO WS-JLG-STREAM-ID
           MOVE WS-STEP-NUM TO WS-JLG-STEP-SEQ
           MOVE WS-STEP-TBL-NAME(WS-STEP-IDX) TO WS-JLG-STEP-NAME
           MOVE WS-STEP-START-DATE TO WS-JLG-START-DATE
           MOVE WS-STEP-START-TIME TO WS-JLG-START-TIME
           ACCEPT WS-JLG-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JLG-END-TIME FROM TIME
           MOVE WS-STEP-RC TO WS-JLG-RC
           PERFORM WRITE-JOB-LOG-RECORD.

       LOG-STREAM-EVENT.
           MOVE WS-STREAM-ID TO WS-JLG-STREAM-ID
           MOVE 0 TO WS-JLG-STEP-SEQ
           MOVE "*STREAM*" TO WS-JLG-STEP-NAME
           MOVE SPACES TO WS-JLG-COMMAND
           ACCEPT WS-JLG-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JLG-START-TIME FROM TIME
           MOVE WS-JLG-START-DATE TO WS-JLG-END-DATE
           MOVE WS-JLG-START-TIME TO WS-JLG-END-TIME
           MOVE 0 TO WS-JLG-RC
           PERFORM WRITE-JOB-LOG-RECORD.

       WRITE-JOB-LOG-RECORD.
           WRITE WS-JOB-LOG-RECORD
           IF WS-JOB-LOG-FILE-STATUS NOT = "00"
               DISPLAY "JOB-STREAM: JOB LOG WRITE ERROR STATUS="
                   WS-JOB-LOG-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       WRITE-JOB-CONTROL.
      * Replaced through JOBCTL.DAT.TMP so a crash mid-write never
      * leaves the restart point unreadable
           MOVE WS-STREAM-ID TO WS-JCT-STREAM-ID
           ACCEPT WS-JCT-UPDATED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JCT-UPDATED-TIME FROM TIME
           OPEN OUTPUT JOB-CONTROL-TEMP-FILE
           WRITE WS-JOB-CONTROL-TEMP-RECORD FROM WS-JOB-CONTROL-RECORD
           IF WS-JOB-CONTROL-TEMP-STATUS NOT = "00"
               DISPLAY "JOB-STREAM: JOBCTL.DAT.TMP WRITE ERROR "
                   "STATUS=" WS-JOB-CONTROL-TEMP-STATUS
               ADD 1 TO WS-ERROR-COUNT
               CLOSE JOB-CONTROL-TEMP-FILE
           ELSE
               CLOSE JOB-CONTROL-TEMP-FILE
               CALL "CBL_DELETE_FILE" USING "JOBCTL.DAT"
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING "JOBCTL.DAT.TMP"
                   "JOBCTL.DAT" RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "JOB-STREAM: JOBCTL.DAT SWAP FAILED, "
                       "RESULT=" WS-CBL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
