      * Phase 616: Legacy ATC Bridge — Reject Suspense Maintenance
      * 거부 레코드 보류 파일 정정 및 재제출
      * Desk maintenance over SUSPENSE.DAT, the full image of every
      * telemetry record the bridge rejected: list the open items,
      * correct a record field by field, release it to RESUBMIT.DAT
      * for the bridge to re-vet on its next run, or write it off.
      * Items left open past the age limit are written off as AGED,
      * either at the end of a desk session or unattended when the
      * program is run with AGE on the command line. Every write-off
      * is logged to WRITEOFF.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MAINT.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT SUSPENSE-TEMP-FILE ASSIGN TO "SUSPENSE.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-TEMP-FILE-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-FILE-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01 WS-SUSPENSE-RECORD.
          05 WS-SUSP-ITEM-ID.
             10 WS-SUSP-RUN-ID     PIC X(14).
             10 WS-SUSP-ITEM-SEQ   PIC 9(6).
          05 WS-SUSP-DATE          PIC X(8).
          05 WS-SUSP-ORIGIN        PIC X(1).
          05 WS-SUSP-REASON-CODE   PIC X(4).
          05 WS-SUSP-REASON-TEXT   PIC X(40).
          05 WS-SUSP-STATE         PIC X(1).
          05 WS-SUSP-ACTION-DATE   PIC X(8).
          05 WS-SUSP-OPERATOR      PIC X(8).
          05 WS-SUSP-IMAGE         PIC X(55).

       FD  SUSPENSE-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-SUSPENSE-TEMP-RECORD  PIC X(145).

      * The image goes out with the date it was originally reported
      * on, so the bridge can tell a late or prior-day report from
      * today's live traffic
       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       01 WS-RESUBMIT-RECORD.
          05 WS-RESUB-IMAGE        PIC X(55).
          05 WS-RESUB-SURV-DATE    PIC X(8).

       FD  WRITEOFF-FILE
           RECORDING MODE IS F.
       01 WS-WRITEOFF-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUSPENSE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-SUSPENSE-TEMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-RESUBMIT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-WRITEOFF-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-REWRITE-ERROR-SW      PIC X VALUE "N".
          88 WS-REWRITE-FAILED     VALUE "Y".
      * Table position the rewrite pass has matched up to; the file
      * keeps its order, so each record's entry lies beyond it
       01 WS-MERGE-IDX             PIC 9(5) VALUE 0.
       01 WS-MERGE-START           PIC 9(5) VALUE 0.
       01 WS-MERGE-FOUND-SW        PIC X VALUE "N".
          88 WS-MERGE-ENTRY-FOUND  VALUE "Y".
       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).

       01 WS-MAINT-PARM            PIC X(20) VALUE SPACES.
       01 WS-BATCH-SW              PIC X VALUE "N".
          88 WS-AGE-ONLY-RUN       VALUE "Y".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-DONE-SW               PIC X VALUE "N".
          88 WS-OPERATOR-DONE      VALUE "Y".

      * Open items older than this many days are written off as AGED;
      * configurable via ATC_BRIDGE_SUSP_AGE_DAYS
       01 WS-AGE-DAYS              PIC 9(4) VALUE 7.
       01 WS-AGE-PARM              PIC X(4) VALUE SPACES.
       01 WS-CUTOFF-INTEGER        PIC 9(8).
       01 WS-CUTOFF-DATE           PIC 9(8).
       01 WS-ITEM-DATE-NUM         PIC 9(8).

      * The whole suspense file in memory; the disposition byte marks
      * what this session did to each item, and only items still
      * without one are written back
       01 WS-SUSP-COUNT            PIC 9(5) VALUE 0.
       01 WS-MAX-SUSP-ENTRIES      PIC 9(5) VALUE 20000.
       01 WS-SUSP-TABLE.
          05 WS-ST-ENTRY OCCURS 20000 TIMES
                         INDEXED BY WS-ST-IDX.
             10 WS-ST-RECORD.
                15 WS-ST-ITEM-ID.
                   20 WS-ST-RUN-ID      PIC X(14).
                   20 WS-ST-ITEM-SEQ    PIC 9(6).
                15 WS-ST-DATE           PIC X(8).
                15 WS-ST-ORIGIN         PIC X(1).
                15 WS-ST-REASON-CODE    PIC X(4).
                15 WS-ST-REASON-TEXT    PIC X(40).
                15 WS-ST-STATE          PIC X(1).
                   88 WS-ST-IS-OPEN      VALUE "O".
                   88 WS-ST-IS-CORRECTED VALUE "C".
                15 WS-ST-ACTION-DATE    PIC X(8).
                15 WS-ST-OPERATOR       PIC X(8).
                15 WS-ST-IMAGE          PIC X(55).
             10 WS-ST-DISPOSITION       PIC X(1).
                88 WS-ST-PENDING        VALUE SPACE.
                88 WS-ST-RELEASED       VALUE "R".
                88 WS-ST-WRITTEN-OFF    VALUE "W".

      * Working copy of one suspended image, laid out as DRONETRK.DAT
       01 WS-CORR-RECORD.
          05 WS-CORR-DRONE-ID      PIC X(10).
          05 WS-CORR-LATITUDE      PIC S9(3)V9(6).
          05 WS-CORR-LONGITUDE     PIC S9(3)V9(6).
          05 WS-CORR-ALTITUDE      PIC S9(5)V99.
          05 WS-CORR-SPEED         PIC 9(3)V99.
          05 WS-CORR-HEADING       PIC 9(3)V99.
          05 WS-CORR-BATTERY-PCT   PIC 9(3).
          05 WS-CORR-STATUS-CODE   PIC X(3).
          05 WS-CORR-REPORT-TIME   PIC 9(4).
       01 WS-CORR-CHANGED-SW       PIC X VALUE "N".
          88 WS-CORR-WAS-CHANGED   VALUE "Y".
      * Same range limits the bridge applies before the continuity
      * screen; a correction that still fails one is not releasable
       01 WS-MAX-SPEED             PIC 9(3)V99 VALUE 150.00.
       01 WS-RANGE-SW              PIC X VALUE "Y".
          88 WS-RANGE-OK           VALUE "Y".
          88 WS-RANGE-FAILED       VALUE "N".
       01 WS-RANGE-CODE            PIC X(4) VALUE SPACES.
       01 WS-RANGE-TEXT            PIC X(40) VALUE SPACES.

       01 WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01 WS-CMD-VERB              PIC X(10) VALUE SPACES.
       01 WS-CMD-ARG               PIC X(10) VALUE SPACES.
       01 WS-CMD-ITEM-NUM          PIC 9(5) VALUE 0.
       01 WS-ITEM-OK-SW            PIC X VALUE "N".
          88 WS-ITEM-SELECTED      VALUE "Y".
       01 WS-INPUT-OK-SW           PIC X VALUE "N".
          88 WS-INPUT-ACCEPTED     VALUE "Y".
       01 WS-FIELD-INPUT           PIC X(14) VALUE SPACES.
       01 WS-FIELD-PROMPT          PIC X(24) VALUE SPACES.
       01 WS-NUMVAL-WORK           PIC S9(7)V9(6).
      * Bounds of the picture the numeric answer is stored into; set
      * before each ACCEPT-NUMERIC-INPUT so nothing is truncated
       01 WS-FIELD-MIN             PIC S9(7)V9(6).
       01 WS-FIELD-MAX             PIC S9(7)V9(6).
       01 WS-FIELD-WHOLE-SW        PIC X VALUE "N".
          88 WS-FIELD-WHOLE-ONLY   VALUE "Y".
       01 WS-NUMVAL-WHOLE          PIC S9(7).
       01 WS-WRITEOFF-NOTE         PIC X(20) VALUE SPACES.

       01 WS-LIST-NUM              PIC Z(4)9.
       01 WS-LIST-SHOWN            PIC 9(5) VALUE 0.
       01 WS-DISPLAY-LAT           PIC +9(3).9(6).
       01 WS-DISPLAY-LON           PIC +9(3).9(6).
       01 WS-DISPLAY-ALT           PIC -9(5).99.
       01 WS-DISPLAY-SPD           PIC 9(3).99.
       01 WS-DISPLAY-HDG           PIC 9(3).99.

       01 WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
       01 WS-WRITEOFF-COUNT        PIC 9(5) VALUE 0.
       01 WS-AGED-COUNT            PIC 9(5) VALUE 0.
       01 WS-CORRECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-REMAINING-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM DETERMINE-AGE-LIMIT
           ACCEPT WS-MAINT-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-MAINT-PARM) TO WS-MAINT-PARM
           IF FUNCTION TRIM(WS-MAINT-PARM) = "AGE"
               SET WS-AGE-ONLY-RUN TO TRUE
               MOVE "BATCH" TO WS-OPERATOR-ID
           ELSE
               PERFORM GET-OPERATOR-ID
           END-IF
           PERFORM LOAD-SUSPENSE-FILE
           PERFORM OPEN-WRITEOFF-REPORT
           IF NOT WS-AGE-ONLY-RUN
               PERFORM RUN-DESK-SESSION
           END-IF
           PERFORM AGE-SUSPENSE-ITEMS
           PERFORM REWRITE-SUSPENSE-FILE
           PERFORM CLOSE-WRITEOFF-REPORT
           DISPLAY "SUSPENSE-MAINT: RELEASED=" WS-RELEASED-COUNT
               " WRITTEN-OFF=" WS-WRITEOFF-COUNT
               " AGED=" WS-AGED-COUNT
               " STILL OPEN=" WS-REMAINING-COUNT
           IF WS-AGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       DETERMINE-AGE-LIMIT.
      * Falls back to 7 days when unset or non-numeric, the way our
      * other batch parameters do
           ACCEPT WS-AGE-PARM FROM ENVIRONMENT
               "ATC_BRIDGE_SUSP_AGE_DAYS"
           IF FUNCTION TRIM(WS-AGE-PARM) IS NUMERIC
               AND FUNCTION NUMVAL(WS-AGE-PARM) > 0
               MOVE FUNCTION NUMVAL(WS-AGE-PARM) TO WS-AGE-DAYS
           END-IF
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-AGE-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).

       LOAD-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               DISPLAY "SUSPENSE-MAINT: SUSPENSE.DAT NOT FOUND, "
                   "NOTHING IN SUSPENSE"
           ELSE
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE
                       AT END MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                       NOT AT END PERFORM LOAD-SUSPENSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       LOAD-SUSPENSE-ENTRY.
           IF WS-SUSP-COUNT >= WS-MAX-SUSP-ENTRIES
               DISPLAY "SUSPENSE-MAINT: SUSPENSE TABLE FULL AT "
                   WS-MAX-SUSP-ENTRIES " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSP-COUNT
           SET WS-ST-IDX TO WS-SUSP-COUNT
           MOVE WS-SUSPENSE-RECORD TO WS-ST-RECORD(WS-ST-IDX)
           MOVE SPACE TO WS-ST-DISPOSITION(WS-ST-IDX).

       OPEN-WRITEOFF-REPORT.
      * A running log across sessions: each session or batch aging
      * pass appends its own headed block
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-FILE-STATUS = "35"
               OPEN OUTPUT WRITEOFF-FILE
           ELSE
               CLOSE WRITEOFF-FILE
               OPEN EXTEND WRITEOFF-FILE
           END-IF
           MOVE SPACES TO WS-WRITEOFF-LINE
           STRING "SUSPENSE WRITE-OFF REPORT " WS-RUN-DATE " "
               WS-RUN-TIME " OPERATOR " WS-OPERATOR-ID
               DELIMITED SIZE INTO WS-WRITEOFF-LINE
           PERFORM WRITE-WRITEOFF-LINE
           MOVE SPACES TO WS-WRITEOFF-LINE
           STRING "AGE LIMIT: " WS-AGE-DAYS " DAYS (ITEMS SUSPENDED "
               "BEFORE " WS-CUTOFF-DATE " AGE OUT)"
               DELIMITED SIZE INTO WS-WRITEOFF-LINE
           PERFORM WRITE-WRITEOFF-LINE.

       GET-OPERATOR-ID.
      * Every correction, release and write-off is signed, so nothing
      * is touched until the desk identifies itself
           DISPLAY "SDACS REJECT SUSPENSE MAINTENANCE"
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "SUSPENSE-MAINT: OPERATOR ID REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RUN-DESK-SESSION.
           DISPLAY "  LIST | SHOW n | CORRECT n | RELEASE n | "
               "WRITEOFF n | END"
           PERFORM UNTIL WS-OPERATOR-DONE
               DISPLAY "SUSPENSE> " WITH NO ADVANCING
               MOVE SPACES TO WS-COMMAND-LINE
               ACCEPT WS-COMMAND-LINE
               MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
                   TO WS-COMMAND-LINE
               MOVE SPACES TO WS-CMD-VERB
               MOVE SPACES TO WS-CMD-ARG
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-CMD-VERB WS-CMD-ARG
               END-UNSTRING
               EVALUATE WS-CMD-VERB
                   WHEN SPACES
                   WHEN "END"
                       SET WS-OPERATOR-DONE TO TRUE
                   WHEN "LIST"
                       PERFORM LIST-SUSPENSE-ITEMS
                   WHEN "SHOW"
                       PERFORM SELECT-SUSPENSE-ITEM
                       IF WS-ITEM-SELECTED
                           PERFORM SHOW-SUSPENSE-ITEM
                       END-IF
                   WHEN "CORRECT"
                       PERFORM SELECT-SUSPENSE-ITEM
                       IF WS-ITEM-SELECTED
                           PERFORM CORRECT-SUSPENSE-ITEM
                       END-IF
                   WHEN "RELEASE"
                       PERFORM SELECT-SUSPENSE-ITEM
                       IF WS-ITEM-SELECTED
                           PERFORM RELEASE-SUSPENSE-ITEM
                       END-IF
                   WHEN "WRITEOFF"
                       PERFORM SELECT-SUSPENSE-ITEM
                       IF WS-ITEM-SELECTED
                           PERFORM WRITE-OFF-SUSPENSE-ITEM
                       END-IF
                   WHEN OTHER
                       DISPLAY "  UNKNOWN COMMAND " WS-CMD-VERB
               END-EVALUATE
           END-PERFORM.

       LIST-SUSPENSE-ITEMS.
           MOVE 0 TO WS-LIST-SHOWN
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-SUSP-COUNT
               IF WS-ST-PENDING(WS-ST-IDX)
                   ADD 1 TO WS-LIST-SHOWN
                   SET WS-CMD-ITEM-NUM TO WS-ST-IDX
                   MOVE WS-CMD-ITEM-NUM TO WS-LIST-NUM
                   MOVE WS-ST-IMAGE(WS-ST-IDX) TO WS-CORR-RECORD
                   DISPLAY WS-LIST-NUM " " WS-ST-ITEM-ID(WS-ST-IDX)
                       " " WS-CORR-DRONE-ID
                       " " WS-ST-REASON-CODE(WS-ST-IDX)
                       " SUSP=" WS-ST-DATE(WS-ST-IDX)
                       " SRC=" WS-ST-ORIGIN(WS-ST-IDX)
                       " STATE=" WS-ST-STATE(WS-ST-IDX)
               END-IF
           END-PERFORM
           IF WS-LIST-SHOWN = 0
               DISPLAY "  NO OPEN SUSPENSE ITEMS"
           END-IF.

       SELECT-SUSPENSE-ITEM.
      * Items are addressed by their LIST line number; anything
      * already released or written off this session is closed
           MOVE "N" TO WS-ITEM-OK-SW
           IF FUNCTION TRIM(WS-CMD-ARG) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CMD-ARG) TO WS-CMD-ITEM-NUM
               IF WS-CMD-ITEM-NUM > 0
                   AND WS-CMD-ITEM-NUM <= WS-SUSP-COUNT
                   SET WS-ST-IDX TO WS-CMD-ITEM-NUM
                   IF WS-ST-PENDING(WS-ST-IDX)
                       SET WS-ITEM-SELECTED TO TRUE
                       MOVE WS-ST-IMAGE(WS-ST-IDX) TO WS-CORR-RECORD
                   ELSE
                       DISPLAY "  ITEM " WS-CMD-ITEM-NUM
                           " ALREADY CLOSED THIS SESSION"
                   END-IF
               ELSE
                   DISPLAY "  NO ITEM " WS-CMD-ITEM-NUM
               END-IF
           ELSE
               DISPLAY "  ITEM NUMBER REQUIRED"
           END-IF.

       SHOW-SUSPENSE-ITEM.
           DISPLAY "  ITEM     " WS-ST-ITEM-ID(WS-ST-IDX)
               " SUSPENDED " WS-ST-DATE(WS-ST-IDX)
               " SOURCE " WS-ST-ORIGIN(WS-ST-IDX)
           DISPLAY "  REASON   " WS-ST-REASON-CODE(WS-ST-IDX) " "
               WS-ST-REASON-TEXT(WS-ST-IDX)
           IF WS-ST-IS-CORRECTED(WS-ST-IDX)
               DISPLAY "  CORRECTED " WS-ST-ACTION-DATE(WS-ST-IDX)
                   " BY " WS-ST-OPERATOR(WS-ST-IDX)
           END-IF
           PERFORM SHOW-CORRECTION-IMAGE.

       SHOW-CORRECTION-IMAGE.
           MOVE WS-CORR-LATITUDE TO WS-DISPLAY-LAT
           MOVE WS-CORR-LONGITUDE TO WS-DISPLAY-LON
           MOVE WS-CORR-ALTITUDE TO WS-DISPLAY-ALT
           MOVE WS-CORR-SPEED TO WS-DISPLAY-SPD
           MOVE WS-CORR-HEADING TO WS-DISPLAY-HDG
           DISPLAY "  DRONE=" WS-CORR-DRONE-ID
               " LAT=" WS-DISPLAY-LAT
               " LON=" WS-DISPLAY-LON
           DISPLAY "  ALT=" WS-DISPLAY-ALT
               " SPD=" WS-DISPLAY-SPD
               " HDG=" WS-DISPLAY-HDG
               " BAT=" WS-CORR-BATTERY-PCT
               " STS=" WS-CORR-STATUS-CODE
               " T=" WS-CORR-REPORT-TIME.

       CORRECT-SUSPENSE-ITEM.
      * One prompt per field; a blank answer keeps the value on file
           PERFORM SHOW-SUSPENSE-ITEM
           MOVE "N" TO WS-CORR-CHANGED-SW
           DISPLAY "  ENTER NEW VALUE OR BLANK TO KEEP"
           MOVE "  DRONE ID:" TO WS-FIELD-PROMPT
           PERFORM ACCEPT-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT(1:10) TO WS-CORR-DRONE-ID
               SET WS-CORR-WAS-CHANGED TO TRUE
           END-IF
           MOVE "  LATITUDE:" TO WS-FIELD-PROMPT
           MOVE -999.999999 TO WS-FIELD-MIN
           MOVE 999.999999 TO WS-FIELD-MAX
           MOVE "N" TO WS-FIELD-WHOLE-SW
           PERFORM ACCEPT-NUMERIC-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-NUMVAL-WORK TO WS-CORR-LATITUDE
           END-IF
           MOVE "  LONGITUDE:" TO WS-FIELD-PROMPT
           MOVE -999.999999 TO WS-FIELD-MIN
           MOVE 999.999999 TO WS-FIELD-MAX
           MOVE "N" TO WS-FIELD-WHOLE-SW
           PERFORM ACCEPT-NUMERIC-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-NUMVAL-WORK TO WS-CORR-LONGITUDE
           END-IF
           MOVE "  ALTITUDE M:" TO WS-FIELD-PROMPT
           MOVE -99999.99 TO WS-FIELD-MIN
           MOVE 99999.99 TO WS-FIELD-MAX
           MOVE "N" TO WS-FIELD-WHOLE-SW
           PERFORM ACCEPT-NUMERIC-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-NUMVAL-WORK TO WS-CORR-ALTITUDE
           END-IF
           MOVE "  SPEED M/S:" TO WS-FIELD-PROMPT
           MOVE 0 TO WS-FIELD-MIN
           MOVE 999.99 TO WS-FIELD-MAX
           MOVE "N" TO WS-FIELD-WHOLE-SW
           PERFORM ACCEPT-NUMERIC-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-NUMVAL-WORK TO WS-CORR-SPEED
           END-IF
           MOVE "  HEADING:" TO WS-FIELD-PROMPT
           MOVE 0 TO WS-FIELD-MIN
           MOVE 999.99 TO WS-FIELD-MAX
           MOVE "N" TO WS-FIELD-WHOLE-SW
           PERFORM ACCEPT-NUMERIC-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-NUMVAL-WORK TO WS-CORR-HEADING
           END-IF
           MOVE "  BATTERY PCT:" TO WS-FIELD-PROMPT
           MOVE 0 TO WS-FIELD-MIN
           MOVE 999 TO WS-FIELD-MAX
           MOVE "Y" TO WS-FIELD-WHOLE-SW
           PERFORM ACCEPT-NUMERIC-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-NUMVAL-WORK TO WS-CORR-BATTERY-PCT
           END-IF
           MOVE "  STATUS CODE:" TO WS-FIELD-PROMPT
           PERFORM ACCEPT-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT(1:3) TO WS-CORR-STATUS-CODE
               SET WS-CORR-WAS-CHANGED TO TRUE
           END-IF
           MOVE "  REPORT HHMM:" TO WS-FIELD-PROMPT
           MOVE 0 TO WS-FIELD-MIN
           MOVE 9999 TO WS-FIELD-MAX
           MOVE "Y" TO WS-FIELD-WHOLE-SW
           PERFORM ACCEPT-NUMERIC-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-NUMVAL-WORK TO WS-CORR-REPORT-TIME
           END-IF
           IF WS-CORR-WAS-CHANGED
               MOVE WS-CORR-RECORD TO WS-ST-IMAGE(WS-ST-IDX)
               MOVE "C" TO WS-ST-STATE(WS-ST-IDX)
               MOVE WS-RUN-DATE TO WS-ST-ACTION-DATE(WS-ST-IDX)
               MOVE WS-OPERATOR-ID TO WS-ST-OPERATOR(WS-ST-IDX)
               ADD 1 TO WS-CORRECTED-COUNT
               PERFORM CHECK-CORRECTED-RANGES
               IF WS-RANGE-FAILED
                   DISPLAY "  SAVED, BUT STILL FAILS " WS-RANGE-CODE
                       " " WS-RANGE-TEXT
               ELSE
                   DISPLAY "  CORRECTION SAVED - RELEASE WHEN READY"
               END-IF
           ELSE
               DISPLAY "  NO CHANGES"
           END-IF.

       ACCEPT-FIELD-INPUT.
           DISPLAY WS-FIELD-PROMPT " " WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-INPUT
           ACCEPT WS-FIELD-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT) TO WS-FIELD-INPUT.

       ACCEPT-NUMERIC-INPUT.
      * Re-prompts until the answer is blank or a valid number that
      * fits the field's picture, so a typing slip can never be stored
      * as a garbled or silently truncated field
           MOVE "N" TO WS-INPUT-OK-SW
           PERFORM UNTIL WS-INPUT-ACCEPTED
               PERFORM ACCEPT-FIELD-INPUT
               IF WS-FIELD-INPUT = SPACES
                   SET WS-INPUT-ACCEPTED TO TRUE
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-FIELD-INPUT) = 0
                       PERFORM CHECK-NUMERIC-BOUNDS
                   ELSE
                       DISPLAY "  NOT A NUMBER - RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-NUMERIC-BOUNDS.
           COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL(WS-FIELD-INPUT)
               ON SIZE ERROR
                   MOVE WS-FIELD-MAX TO WS-NUMVAL-WORK
                   ADD 1 TO WS-NUMVAL-WORK
           END-COMPUTE
           MOVE WS-NUMVAL-WORK TO WS-NUMVAL-WHOLE
           EVALUATE TRUE
               WHEN WS-NUMVAL-WORK < WS-FIELD-MIN
                   OR WS-NUMVAL-WORK > WS-FIELD-MAX
                   DISPLAY "  OUT OF RANGE FOR THIS FIELD - RE-ENTER"
               WHEN WS-FIELD-WHOLE-ONLY
                   AND WS-NUMVAL-WORK NOT = WS-NUMVAL-WHOLE
                   DISPLAY "  WHOLE NUMBER REQUIRED - RE-ENTER"
               WHEN OTHER
                   SET WS-CORR-WAS-CHANGED TO TRUE
                   SET WS-INPUT-ACCEPTED TO TRUE
           END-EVALUATE.

       CHECK-CORRECTED-RANGES.
           SET WS-RANGE-OK TO TRUE
           EVALUATE TRUE
               WHEN WS-CORR-DRONE-ID = SPACES
                   SET WS-RANGE-FAILED TO TRUE
                   MOVE "BID " TO WS-RANGE-CODE
                   MOVE "DRONE ID MISSING" TO WS-RANGE-TEXT
               WHEN WS-CORR-LATITUDE < -90.000000
                   OR WS-CORR-LATITUDE > 90.000000
                   SET WS-RANGE-FAILED TO TRUE
                   MOVE "BLAT" TO WS-RANGE-CODE
                   MOVE "LATITUDE OUT OF RANGE" TO WS-RANGE-TEXT
               WHEN WS-CORR-ALTITUDE < 0
                   SET WS-RANGE-FAILED TO TRUE
                   MOVE "BALT" TO WS-RANGE-CODE
                   MOVE "NEGATIVE ALTITUDE" TO WS-RANGE-TEXT
               WHEN WS-CORR-HEADING > 359.99
                   SET WS-RANGE-FAILED TO TRUE
                   MOVE "BHDG" TO WS-RANGE-CODE
                   MOVE "HEADING OUT OF RANGE" TO WS-RANGE-TEXT
               WHEN WS-CORR-SPEED > WS-MAX-SPEED
                   SET WS-RANGE-FAILED TO TRUE
                   MOVE "BSPD" TO WS-RANGE-CODE
                   MOVE "SPEED OUT OF RANGE" TO WS-RANGE-TEXT
               WHEN WS-CORR-BATTERY-PCT > 100
                   SET WS-RANGE-FAILED TO TRUE
                   MOVE "BBAT" TO WS-RANGE-CODE
                   MOVE "BATTERY PCT OUT OF RANGE" TO WS-RANGE-TEXT
           END-EVALUATE.

       RELEASE-SUSPENSE-ITEM.
      * A record that still fails a range check would only bounce
      * straight back into suspense, so it is held here instead. The
      * continuity screen needs the live track state and is left to
      * the bridge when it re-vets the record
           PERFORM CHECK-CORRECTED-RANGES
           IF WS-RANGE-FAILED
               DISPLAY "  NOT RELEASED - " WS-RANGE-CODE " "
                   WS-RANGE-TEXT
           ELSE
               OPEN INPUT RESUBMIT-FILE
               IF WS-RESUBMIT-FILE-STATUS = "35"
                   OPEN OUTPUT RESUBMIT-FILE
               ELSE
                   CLOSE RESUBMIT-FILE
                   OPEN EXTEND RESUBMIT-FILE
               END-IF
               MOVE WS-ST-IMAGE(WS-ST-IDX) TO WS-RESUB-IMAGE
               MOVE WS-ST-DATE(WS-ST-IDX) TO WS-RESUB-SURV-DATE
               WRITE WS-RESUBMIT-RECORD
               IF WS-RESUBMIT-FILE-STATUS NOT = "00"
                   DISPLAY "SUSPENSE-MAINT: RESUBMIT-FILE WRITE "
                       "ERROR STATUS=" WS-RESUBMIT-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   SET WS-ST-RELEASED(WS-ST-IDX) TO TRUE
                   ADD 1 TO WS-RELEASED-COUNT
                   DISPLAY "  RELEASED " WS-ST-ITEM-ID(WS-ST-IDX)
                       " FOR THE NEXT BRIDGE RUN"
               END-IF
               CLOSE RESUBMIT-FILE
           END-IF.

       WRITE-OFF-SUSPENSE-ITEM.
           MOVE WS-OPERATOR-ID TO WS-WRITEOFF-NOTE
           PERFORM LOG-WRITE-OFF
           ADD 1 TO WS-WRITEOFF-COUNT
           DISPLAY "  WRITTEN OFF " WS-ST-ITEM-ID(WS-ST-IDX).

       AGE-SUSPENSE-ITEMS.
      * Anything still pending and suspended before the cutoff has sat
      * past the limit; corrected-but-unreleased items age the same way,
      * and a release that failed again ages from its original report
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-SUSP-COUNT
               IF WS-ST-PENDING(WS-ST-IDX)
                   IF WS-ST-DATE(WS-ST-IDX) IS NUMERIC
                       MOVE WS-ST-DATE(WS-ST-IDX) TO WS-ITEM-DATE-NUM
                   ELSE
                       MOVE 0 TO WS-ITEM-DATE-NUM
                   END-IF
                   IF WS-ITEM-DATE-NUM < WS-CUTOFF-DATE
                       MOVE "AGED" TO WS-WRITEOFF-NOTE
                       MOVE WS-ST-IMAGE(WS-ST-IDX) TO WS-CORR-RECORD
                       PERFORM LOG-WRITE-OFF
                       ADD 1 TO WS-AGED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       LOG-WRITE-OFF.
           SET WS-ST-WRITTEN-OFF(WS-ST-IDX) TO TRUE
           MOVE SPACES TO WS-WRITEOFF-LINE
           STRING "WRITEOFF: " WS-ST-ITEM-ID(WS-ST-IDX)
               " " WS-CORR-DRONE-ID
               " " WS-ST-REASON-CODE(WS-ST-IDX)
               " SUSP=" WS-ST-DATE(WS-ST-IDX)
               " BY=" WS-WRITEOFF-NOTE
               DELIMITED SIZE INTO WS-WRITEOFF-LINE
           PERFORM WRITE-WRITEOFF-LINE.

       REWRITE-SUSPENSE-FILE.
      * Driven from the file as it stands now rather than from the
      * table loaded at session start, since the bridge may have
      * appended items or cut back a restarted run's tail meanwhile.
      * An item this session released or wrote off leaves the file;
      * one still pending goes back as the table holds it, with any
      * correction; one the table never saw is copied through as is
           MOVE 0 TO WS-REMAINING-COUNT
           MOVE 0 TO WS-MERGE-IDX
           OPEN OUTPUT SUSPENSE-TEMP-FILE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE
                       AT END MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                       NOT AT END PERFORM REWRITE-SUSPENSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE SUSPENSE-TEMP-FILE
           IF WS-REWRITE-FAILED
               DISPLAY "SUSPENSE-MAINT: ERRORS WRITING SUSPENSE.DAT."
                   "TMP - LIVE FILE LEFT UNCHANGED"
           ELSE
               CALL "CBL_DELETE_FILE" USING "SUSPENSE.DAT"
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING "SUSPENSE.DAT.TMP"
                   "SUSPENSE.DAT" RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "SUSPENSE-MAINT: SUSPENSE.DAT SWAP FAILED, "
                       "RESULT=" WS-CBL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       REWRITE-SUSPENSE-ENTRY.
           MOVE "N" TO WS-MERGE-FOUND-SW
           COMPUTE WS-MERGE-START = WS-MERGE-IDX + 1
           PERFORM VARYING WS-ST-IDX FROM WS-MERGE-START BY 1
                   UNTIL WS-ST-IDX > WS-SUSP-COUNT
                       OR WS-MERGE-ENTRY-FOUND
               IF WS-ST-ITEM-ID(WS-ST-IDX) = WS-SUSP-ITEM-ID
                   SET WS-MERGE-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-MERGE-ENTRY-FOUND
               SET WS-ST-IDX DOWN BY 1
               SET WS-MERGE-IDX TO WS-ST-IDX
               IF WS-ST-PENDING(WS-ST-IDX)
                   MOVE WS-ST-RECORD(WS-ST-IDX) TO WS-SUSPENSE-RECORD
                   PERFORM WRITE-SUSPENSE-TEMP-RECORD
               END-IF
           ELSE
               PERFORM WRITE-SUSPENSE-TEMP-RECORD
           END-IF.

       WRITE-SUSPENSE-TEMP-RECORD.
           WRITE WS-SUSPENSE-TEMP-RECORD FROM WS-SUSPENSE-RECORD
           IF WS-SUSPENSE-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "SUSPENSE-MAINT: SUSPENSE-TEMP-FILE "
                   "WRITE ERROR STATUS=" WS-SUSPENSE-TEMP-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               SET WS-REWRITE-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-REMAINING-COUNT
           END-IF.

       CLOSE-WRITEOFF-REPORT.
           MOVE SPACES TO WS-WRITEOFF-LINE
           STRING "CORRECTED=" WS-CORRECTED-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " WRITTEN-OFF=" WS-WRITEOFF-COUNT
               " AGED=" WS-AGED-COUNT
               " STILL OPEN=" WS-REMAINING-COUNT
               DELIMITED SIZE INTO WS-WRITEOFF-LINE
           PERFORM WRITE-WRITEOFF-LINE
           CLOSE WRITEOFF-FILE.

       WRITE-WRITEOFF-LINE.
           WRITE WS-WRITEOFF-LINE
           IF WS-WRITEOFF-FILE-STATUS NOT = "00"
               DISPLAY "SUSPENSE-MAINT: WRITEOFF-FILE WRITE ERROR "
                   "STATUS=" WS-WRITEOFF-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
