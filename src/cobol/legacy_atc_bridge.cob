               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATC-REJ-FILE-STATUS.

      * Full image of every rejected telemetry record, held across
      * runs until the desk corrects and releases it or writes it off
      * through SUSPENSE-MAINT; appended to the way TRKHIST.DAT is
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

      * Corrected records the desk released out of suspense, re-vetted
      * behind DRONETRK.DAT as a continuation of the same stream. The
      * run works from its own copy, renamed off RESUBMIT.DAT when it
      * is first needed, so releases made while the run is going land
      * in a fresh RESUBMIT.DAT for the next run
           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT.DAT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-FILE-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "SUMMARY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRONE-FAC-TEMP-FILE-STATUS.

      * One incident per distress episode: opened on the drone's first
      * 7700/7600/7500 report, followed report by report, and closed
      * when it is back to FLY or LND. Carried from run to run and
      * rebuilt through the temp file at end of run
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.

           SELECT INCIDENT-TEMP-FILE ASSIGN TO "INCIDENT.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-TEMP-FILE-STATUS.

      * Closing figures of every run, one line per run ID, kept
      * across cycles so reject and conflict trends survive the next
      * SUMMARY.RPT overwrite; rebuilt through the temp file so a
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATC-REJ-TEMP-FILE-STATUS.

           SELECT SUSPENSE-TEMP-FILE ASSIGN TO "SUSPENSE.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-TEMP-FILE-STATUS.

           SELECT DEVIATION-TEMP-FILE ASSIGN TO "DEVRPT.RPT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVIATION-TEMP-FILE-STATUS.
          05 WS-AREJ-REASON-CODE   PIC X(4).
          05 WS-AREJ-REASON-TEXT   PIC X(40).

      * Item ID is the originating run plus that run's reject
      * sequence, so it stays unique however many runs feed the file.
      * State O is open, C is corrected and awaiting release
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

      * Each image carries the date it was originally reported on;
      * blank on a line released before the date was carried
       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       01 WS-RESUBMIT-RECORD.
          05 WS-RESUB-IMAGE        PIC X(55).
          05 WS-RESUB-SURV-DATE    PIC X(8).

       FD  SUMMARY-FILE
           RECORDING MODE IS F.
       01 WS-SUMMARY-LINE          PIC X(80).
          05 WS-CKPT-INREJ-COUNT    PIC 9(4).
          05 WS-CKPT-RUN-ID         PIC X(14).
          05 WS-CKPT-PHASE          PIC X.
          05 WS-CKPT-SUSPENSE-LINES PIC 9(8).

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
          05 WS-DFC-DRONE-ID       PIC X(10).
          05 WS-DFC-FACILITY       PIC X(4).

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
       01 WS-INCIDENT-RECORD.
          05 WS-INC-NUMBER         PIC 9(6).
          05 WS-INC-DRONE-ID       PIC X(10).
          05 WS-INC-STATE          PIC X(1).
          05 WS-INC-ONSET-CODE     PIC X(3).
          05 WS-INC-ONSET-SQUAWK   PIC 9(4).
          05 WS-INC-ONSET-DATE     PIC X(8).
          05 WS-INC-ONSET-HHMM     PIC 9(4).
          05 WS-INC-ONSET-LAT      PIC S9(3)V9(6).
          05 WS-INC-ONSET-LON      PIC S9(3)V9(6).
          05 WS-INC-ONSET-ALT      PIC S9(5)V99.
          05 WS-INC-ONSET-BATTERY  PIC 9(3).
          05 WS-INC-LAST-CODE      PIC X(3).
          05 WS-INC-LAST-DATE      PIC X(8).
          05 WS-INC-LAST-HHMM      PIC 9(4).
          05 WS-INC-LAST-LAT       PIC S9(3)V9(6).
          05 WS-INC-LAST-LON       PIC S9(3)V9(6).
          05 WS-INC-LAST-ALT       PIC S9(5)V99.
          05 WS-INC-LAST-BATTERY   PIC 9(3).
          05 WS-INC-CLOSE-DATE     PIC X(8).
          05 WS-INC-CLOSE-HHMM     PIC 9(4).
          05 WS-INC-REPORT-COUNT   PIC 9(5).
          05 WS-INC-DURATION-MINS  PIC 9(6).
          05 WS-INC-FIRST-RUN-ID   PIC X(14).
          05 WS-INC-LAST-RUN-ID    PIC X(14).
          05 WS-INC-RUN-COUNT      PIC 9(4).

       FD  INCIDENT-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-INCIDENT-TEMP-RECORD  PIC X(162).

       FD  DRONE-FAC-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-DRONE-FAC-TEMP-RECORD PIC X(14).
           RECORDING MODE IS F.
       01 WS-ATC-REJ-TEMP-RECORD   PIC X(52).

       FD  SUSPENSE-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-SUSPENSE-TEMP-RECORD  PIC X(145).

       FD  DEVIATION-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-DEVRPT-TEMP-RECORD    PIC X(80).
       01 WS-DEVIATION-TEMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-TRKHIST-TEMP-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.
      * Suspense file line totals: the file persists across runs and
      * is rewritten by SUSPENSE-MAINT, so a restart drops the tail
      * by item identity and the checkpointed total is informational
       01 WS-SUSPENSE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-SUSPENSE-TEMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-SUSPENSE-LINE-COUNT   PIC 9(8) VALUE 0.
       01 WS-SUSPENSE-TAIL-COUNT   PIC 9(8) VALUE 0.
       01 WS-RESUBMIT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RESUBMIT-COUNT        PIC 9(6) VALUE 0.
       01 WS-RESUBMIT-SW           PIC X VALUE "N".
          88 WS-READING-RESUBMIT   VALUE "Y".
       01 WS-RESUBMIT-OPEN-SW      PIC X VALUE "N".
          88 WS-RESUBMIT-FILE-OPEN VALUE "Y".
       01 WS-RESUBMIT-SURV-DATE    PIC X(8) VALUE SPACES.
      * A released record is reported late: either from an earlier
      * day, or earlier today than the drone's newest report. Late
      * reports still go out and into the history, but never move the
      * drone's current track state or its distress incident, and a
      * prior-day position is kept out of today's separation probe
       01 WS-REPORT-CURRENCY-SW    PIC X VALUE "C".
          88 WS-CURRENT-REPORT     VALUE "C".
          88 WS-LATE-REPORT        VALUE "L" "P".
          88 WS-PRIOR-DAY-REPORT   VALUE "P".
       01 WS-TRUNC-LINE-NUM        PIC 9(8) VALUE 0.
       01 WS-ATCMSG-LINE-COUNT     PIC 9(8) VALUE 0.
       01 WS-DEVRPT-LINE-COUNT     PIC 9(8) VALUE 0.
       01 WS-XFER-NEW-SLOT         PIC 9 VALUE 0.
       01 WS-XFER-ALT-FL           PIC 9(3).

      * Distress incident master held in memory for the run. The
      * drone-to-ATC pass (and its skip-mode replay on a restart)
      * drives every open/update/close, and the file is only swapped
      * at end of run, so a restart replays against the same master
      * the crashed run started from. Closed incidents are kept for
      * the retention period (ATC_BRIDGE_INC_RETENTION days) so the
      * daily report and safety follow-ups can still find them
       01 WS-INCIDENT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-INCIDENT-TEMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-INC-COUNT             PIC 9(5) VALUE 0.
       01 WS-MAX-INC-ENTRIES       PIC 9(5) VALUE 5000.
       01 WS-INC-NEXT-NUMBER       PIC 9(6) VALUE 0.
       01 WS-INC-OPENED-COUNT      PIC 9(4) VALUE 0.
       01 WS-INC-CLOSED-COUNT      PIC 9(4) VALUE 0.
       01 WS-INC-PURGED-COUNT      PIC 9(4) VALUE 0.
       01 WS-INC-RETENTION-DAYS    PIC 9(4) VALUE 90.
       01 WS-INC-RETENTION-PARM    PIC X(4) VALUE SPACES.
       01 WS-INC-CUTOFF-DATE       PIC 9(8) VALUE 0.
       01 WS-INC-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-INC-START-MINS        PIC 9(10) VALUE 0.
       01 WS-INC-END-MINS          PIC 9(10) VALUE 0.
       01 WS-INC-HHMM              PIC 9(4).
       01 WS-INC-HHMM-R REDEFINES WS-INC-HHMM.
          05 WS-INC-HH             PIC 9(2).
          05 WS-INC-MM             PIC 9(2).
       01 WS-INC-FOUND-SW          PIC X VALUE "N".
          88 WS-INC-ENTRY-FOUND    VALUE "Y".
       01 WS-INC-FULL-SW           PIC X VALUE "N".
          88 WS-INC-TABLE-FULL     VALUE "Y".
       01 WS-INCIDENT-TABLE.
          05 WS-INC-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-INC-IDX.
             10 WS-INC-TBL-NUMBER        PIC 9(6).
             10 WS-INC-TBL-DRONE-ID      PIC X(10).
             10 WS-INC-TBL-STATE         PIC X(1).
                88 WS-INC-TBL-IS-OPEN    VALUE "O".
                88 WS-INC-TBL-IS-CLOSED  VALUE "C".
             10 WS-INC-TBL-ONSET-CODE    PIC X(3).
             10 WS-INC-TBL-ONSET-SQUAWK  PIC 9(4).
             10 WS-INC-TBL-ONSET-DATE    PIC X(8).
             10 WS-INC-TBL-ONSET-HHMM    PIC 9(4).
             10 WS-INC-TBL-ONSET-LAT     PIC S9(3)V9(6).
             10 WS-INC-TBL-ONSET-LON     PIC S9(3)V9(6).
             10 WS-INC-TBL-ONSET-ALT     PIC S9(5)V99.
             10 WS-INC-TBL-ONSET-BATTERY PIC 9(3).
             10 WS-INC-TBL-LAST-CODE     PIC X(3).
             10 WS-INC-TBL-LAST-DATE     PIC X(8).
             10 WS-INC-TBL-LAST-HHMM     PIC 9(4).
             10 WS-INC-TBL-LAST-LAT      PIC S9(3)V9(6).
             10 WS-INC-TBL-LAST-LON      PIC S9(3)V9(6).
             10 WS-INC-TBL-LAST-ALT      PIC S9(5)V99.
             10 WS-INC-TBL-LAST-BATTERY  PIC 9(3).
             10 WS-INC-TBL-CLOSE-DATE    PIC X(8).
             10 WS-INC-TBL-CLOSE-HHMM    PIC 9(4).
             10 WS-INC-TBL-REPORT-COUNT  PIC 9(5).
             10 WS-INC-TBL-DURATION-MINS PIC 9(6).
             10 WS-INC-TBL-FIRST-RUN-ID  PIC X(14).
             10 WS-INC-TBL-LAST-RUN-ID   PIC X(14).
             10 WS-INC-TBL-RUN-COUNT     PIC 9(4).

       01 WS-ROSTER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RECON-FILE-STATUS     PIC XX VALUE "00".
       01 WS-ROSTER-COUNT          PIC 9(5) VALUE 0.
       01 WS-CONT-FULL-SW          PIC X VALUE "N".
          88 WS-CONT-TABLE-FULL    VALUE "Y".
       01 WS-CONT-NO-TIME          PIC 9(4) VALUE 9999.
       01 WS-HIST-OLDER-SW         PIC X VALUE "N".
          88 WS-HIST-IS-OLDER      VALUE "Y".
       01 WS-CONT-TABLE.
          05 WS-CONT-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-CONT-IDX.
      * and message split complete across a restart
                       PERFORM CHECK-COMMAND-COMPLIANCE
                       PERFORM SET-DRONE-FACILITY
                       IF NOT WS-LATE-REPORT
                           PERFORM UPDATE-CONTINUITY-STATE
                           PERFORM TRACK-DISTRESS-INCIDENT
                       END-IF
      * The probe still ahead of us needs every converted position,
      * including the pre-checkpoint ones this restart is skipping
                       IF NOT WS-CONFLICT-PROBE-DONE
                           PERFORM LOOKUP-OR-ALLOCATE-CALLSIGN
                           IF NOT WS-PRIOR-DAY-REPORT
                               PERFORM CAPTURE-CONFLICT-POSITION
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   PERFORM VALIDATE-DRONE-RECORD
                   IF WS-RECORD-IS-VALID
                       PERFORM CONVERT-DRONE-TO-ATC
                       IF NOT WS-LATE-REPORT
                           PERFORM TRACK-DISTRESS-INCIDENT
                       END-IF
                       PERFORM WRITE-ATC-MESSAGE
                       PERFORM CHECK-LOW-BATTERY-ADVISORY
                       PERFORM CHECK-AIRSPACE-INCURSION
           IF WS-SECTOR-COUNT > 0
               PERFORM WRITE-DRONE-FAC-FILE
           END-IF
           PERFORM WRITE-INCIDENT-MASTER
      * Last step on purpose: the live CMDPEND.DAT only changes once
      * the run is otherwise complete, so a crash anywhere above
      * leaves the previous run's commands in place for the restart
           PERFORM WRITE-PENDING-COMMANDS
      * Released records have now been re-vetted: accepted ones went
      * out as SURV traffic and failures are back in suspense, so the
      * work copy is spent. Removed last for the same reason that
      * CMDPEND.DAT is swapped last, so a restart re-reads it whole;
      * anything released since it was taken is in RESUBMIT.DAT
           IF WS-RESUBMIT-FILE-OPEN
               CALL "CBL_DELETE_FILE" USING "RESUBMIT.DAT.WRK"
                   RETURNING WS-CBL-RESULT
           END-IF
           STOP RUN.

       OPEN-BRIDGE-FILES.
           PERFORM DETERMINE-RESTART-MODE
           PERFORM OPEN-BATCH-OUTPUT-FILES
           PERFORM INIT-TRACK-HISTORY
           PERFORM INIT-SUSPENSE-FILE
           PERFORM INIT-SQUAWK-POOL
           PERFORM INIT-REGISTRY
           PERFORM PROCESS-RETIREMENTS
           PERFORM SCREEN-FLIGHT-PLAN-HOLDS
           PERFORM INIT-PENDING-COMMANDS
           PERFORM INIT-SECTORS
           PERFORM INIT-DRONE-FACILITIES
           PERFORM INIT-INCIDENTS.

       INIT-DRONE-FACILITIES.
      * Previous run's drone-to-facility map; compared against this
               CLOSE DRONE-FAC-FILE
           END-IF.

       INIT-INCIDENTS.
      * Retention falls back to 90 days when ATC_BRIDGE_INC_RETENTION
      * is unset or non-numeric; open incidents never age out
           ACCEPT WS-INC-RETENTION-PARM FROM ENVIRONMENT
               "ATC_BRIDGE_INC_RETENTION"
           IF FUNCTION TRIM(WS-INC-RETENTION-PARM) IS NUMERIC
               AND FUNCTION NUMVAL(WS-INC-RETENTION-PARM) > 0
               MOVE FUNCTION NUMVAL(WS-INC-RETENTION-PARM)
                   TO WS-INC-RETENTION-DAYS
           END-IF
           MOVE WS-RUN-ID-DATE TO WS-INC-DATE-NUM
           COMPUTE WS-INC-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-INC-DATE-NUM)
               - WS-INC-RETENTION-DAYS)
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-INCIDENT-FILE-STATUS = "10"
                   READ INCIDENT-FILE
                       AT END MOVE "10" TO WS-INCIDENT-FILE-STATUS
                       NOT AT END PERFORM LOAD-INCIDENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.

       LOAD-INCIDENT-ENTRY.
           IF WS-INC-NUMBER > WS-INC-NEXT-NUMBER
               MOVE WS-INC-NUMBER TO WS-INC-NEXT-NUMBER
           END-IF
           IF WS-INC-STATE = "C"
               AND WS-INC-CLOSE-DATE < WS-INC-CUTOFF-DATE
               ADD 1 TO WS-INC-PURGED-COUNT
           ELSE
               IF WS-INC-COUNT >= WS-MAX-INC-ENTRIES
                   DISPLAY "LEGACY-ATC-BRIDGE: INCIDENT TABLE FULL "
                       "AT " WS-MAX-INC-ENTRIES " ENTRIES, CANNOT "
                       "LOAD INCIDENT " WS-INC-NUMBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-INC-COUNT
               SET WS-INC-IDX TO WS-INC-COUNT
               MOVE WS-INCIDENT-RECORD TO WS-INC-ENTRY(WS-INC-IDX)
           END-IF.

       LOAD-PRIOR-FACILITY.
           IF WS-PFAC-COUNT >= WS-MAX-TABLE-ENTRIES
               DISPLAY "LEGACY-ATC-BRIDGE: PRIOR FACILITY MAP FULL "
           PERFORM LOAD-CONTINUITY-TABLE
           OPEN EXTEND TRACK-HISTORY-FILE.

       INIT-SUSPENSE-FILE.
      * The crashed run's post-checkpoint tail is dropped here and
      * rewritten when those records are re-vetted. It is found by
      * item identity, not by line position, since SUSPENSE-MAINT may
      * have rewritten the file between the abend and the restart:
      * an item is tail only if it carries the checkpointed run ID
      * and a sequence above the checkpointed reject count
           MOVE 0 TO WS-SUSPENSE-TAIL-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               MOVE 0 TO WS-SUSPENSE-LINE-COUNT
           ELSE
               MOVE 0 TO WS-SUSPENSE-LINE-COUNT
               PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
                   READ SUSPENSE-FILE
                       AT END MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                       NOT AT END
                           IF WS-RESTART-ACTIVE
                               AND WS-SUSP-RUN-ID = WS-STATS-RUN-ID
                               AND WS-SUSP-ITEM-SEQ > WS-REJECT-COUNT
                               ADD 1 TO WS-SUSPENSE-TAIL-COUNT
                           ELSE
                               ADD 1 TO WS-SUSPENSE-LINE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               IF WS-SUSPENSE-TAIL-COUNT > 0
                   PERFORM TRUNCATE-SUSPENSE-FILE
               END-IF
           END-IF.

       TRUNCATE-SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-TEMP-FILE
           OPEN INPUT SUSPENSE-FILE
           PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
               READ SUSPENSE-FILE
                   AT END MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                   NOT AT END
                       IF WS-SUSP-RUN-ID NOT = WS-STATS-RUN-ID
                           OR WS-SUSP-ITEM-SEQ NOT > WS-REJECT-COUNT
                           WRITE WS-SUSPENSE-TEMP-RECORD FROM
                               WS-SUSPENSE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-TEMP-FILE
           CALL "CBL_DELETE_FILE" USING "SUSPENSE.DAT"
               RETURNING WS-CBL-RESULT
           CALL "CBL_RENAME_FILE" USING "SUSPENSE.DAT.TMP"
               "SUSPENSE.DAT" RETURNING WS-CBL-RESULT
           IF WS-CBL-RESULT NOT = 0
               DISPLAY "LEGACY-ATC-BRIDGE: SUSPENSE.DAT "
                   "TRUNCATE-REBUILD FAILED, RESULT=" WS-CBL-RESULT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       LOAD-CONTINUITY-TABLE.
      * One more pass over the history file, keeping the newest entry
      * per drone from the first WS-TRKHIST-BASE-LINES lines; later
      * lines for a drone overwrite earlier ones since the file is
      * appended in run order, except a late report released out of
      * suspense, which never displaces a newer one
           IF WS-TRKHIST-BASE-LINES = 0
               CONTINUE
           ELSE

       LOAD-CONTINUITY-ENTRY.
           PERFORM FIND-CONTINUITY-ENTRY
           MOVE "N" TO WS-HIST-OLDER-SW
           IF WS-CONT-ENTRY-FOUND
               IF WS-HIST-DATE < WS-CONT-TBL-DATE(WS-CONT-IDX)
                   OR (WS-HIST-DATE = WS-CONT-TBL-DATE(WS-CONT-IDX)
                       AND WS-HIST-REPORT-HHMM NUMERIC
                       AND WS-CONT-TBL-HHMM(WS-CONT-IDX) NOT =
                           WS-CONT-NO-TIME
                       AND WS-HIST-REPORT-HHMM <
                           WS-CONT-TBL-HHMM(WS-CONT-IDX))
                   SET WS-HIST-IS-OLDER TO TRUE
               END-IF
           END-IF
           IF WS-HIST-IS-OLDER
               CONTINUE
           ELSE
               IF WS-CONT-ENTRY-FOUND
                   OR WS-CONT-COUNT < WS-MAX-TABLE-ENTRIES
                   IF NOT WS-CONT-ENTRY-FOUND
                       ADD 1 TO WS-CONT-COUNT
                       SET WS-CONT-IDX TO WS-CONT-COUNT
                       MOVE WS-HIST-DRONE-ID
                           TO WS-CONT-TBL-DRONE-ID(WS-CONT-IDX)
                   END-IF
                   MOVE WS-HIST-DATE TO WS-CONT-TBL-DATE(WS-CONT-IDX)
      * History written before the report HHMM travelled with the
      * record reads back as spaces; the sentinel disables the time
      * and travel checks until the drone reports again
                   IF WS-HIST-REPORT-HHMM NUMERIC
                       MOVE WS-HIST-REPORT-HHMM
                           TO WS-CONT-TBL-HHMM(WS-CONT-IDX)
                   ELSE
                       MOVE WS-CONT-NO-TIME
                           TO WS-CONT-TBL-HHMM(WS-CONT-IDX)
                   END-IF
                   MOVE WS-HIST-LATITUDE
                       TO WS-CONT-TBL-LAT(WS-CONT-IDX)
                   MOVE WS-HIST-LONGITUDE
                       TO WS-CONT-TBL-LON(WS-CONT-IDX)
                   MOVE WS-HIST-ALTITUDE
                       TO WS-CONT-TBL-ALT(WS-CONT-IDX)
               ELSE
                   IF NOT WS-CONT-TABLE-FULL
                       SET WS-CONT-TABLE-FULL TO TRUE
                       DISPLAY "LEGACY-ATC-BRIDGE: CONTINUITY TABLE "
                           "FULL AT " WS-MAX-TABLE-ENTRIES " DRONES, "
                           "FURTHER DRONES NOT SCREENED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.

           END-PERFORM.

       READ-DRONE-RECORD.
      * DRONETRK.DAT first, then whatever the desk released from
      * suspense; the record number runs on across both so a restart
      * skips exactly the same combined stream
           IF NOT WS-READING-RESUBMIT
               READ DRONE-TRACK-FILE
                   AT END SET WS-READING-RESUBMIT TO TRUE
               END-READ
               IF WS-READING-RESUBMIT
                   PERFORM OPEN-RESUBMIT-FILE
               END-IF
           END-IF
           IF WS-READING-RESUBMIT
               IF WS-RESUBMIT-FILE-OPEN
                   READ RESUBMIT-FILE
                       AT END SET END-OF-DRONE-FILE TO TRUE
                       NOT AT END
                           MOVE WS-RESUB-IMAGE TO WS-DRONE-RECORD
                           MOVE WS-RESUB-SURV-DATE
                               TO WS-RESUBMIT-SURV-DATE
                           IF WS-RESUBMIT-SURV-DATE IS NOT NUMERIC
                               MOVE WS-RUN-ID-DATE
                                   TO WS-RESUBMIT-SURV-DATE
                           END-IF
                   END-READ
               ELSE
                   SET END-OF-DRONE-FILE TO TRUE
               END-IF
           END-IF
           IF NOT END-OF-DRONE-FILE
               ADD 1 TO WS-DRONE-REC-NUM
               IF WS-READING-RESUBMIT
                   ADD 1 TO WS-RESUBMIT-COUNT
               END-IF
           END-IF.

       OPEN-RESUBMIT-FILE.
      * A work copy already present is the one a crashed run was
      * part way through, and is read again whole; otherwise this
      * run takes whatever the desk has released so far
           OPEN INPUT RESUBMIT-FILE
           IF WS-RESUBMIT-FILE-STATUS = "35"
               CALL "CBL_RENAME_FILE" USING "RESUBMIT.DAT"
                   "RESUBMIT.DAT.WRK" RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT = 0
                   OPEN INPUT RESUBMIT-FILE
               END-IF
           END-IF
           IF WS-RESUBMIT-FILE-STATUS = "00"
               SET WS-RESUBMIT-FILE-OPEN TO TRUE
           END-IF.

       WRITE-CHECKPOINT-RECORD.
           MOVE WS-IN-REJECT-COUNT TO WS-CKPT-INREJ-COUNT
           MOVE WS-STATS-RUN-ID TO WS-CKPT-RUN-ID
           MOVE WS-RUN-PHASE TO WS-CKPT-PHASE
           MOVE WS-SUSPENSE-LINE-COUNT TO WS-CKPT-SUSPENSE-LINES
           WRITE WS-CHECKPOINT-RECORD
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "LEGACY-ATC-BRIDGE: CHECKPOINT-FILE WRITE "
           CLOSE DRONE-OUTBOUND-FILE
           CLOSE REJECT-FILE
           CLOSE ATC-REJECT-FILE
           IF WS-RESUBMIT-FILE-OPEN
               CLOSE RESUBMIT-FILE
           END-IF
           CLOSE SUMMARY-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE REGISTRY-FILE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "RESUBMITTED RECORDS:    " WS-RESUBMIT-COUNT
               DELIMITED SIZE INTO WS-SUMMARY-LINE
           WRITE WS-SUMMARY-LINE
           IF WS-SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "LEGACY-ATC-BRIDGE: SUMMARY-FILE WRITE ERROR "
                   "STATUS=" WS-SUMMARY-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "INBOUND REJECT COUNT:   " WS-IN-REJECT-COUNT
               DELIMITED SIZE INTO WS-SUMMARY-LINE
           WRITE WS-SUMMARY-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "DISTRESS INCIDENTS:     " WS-INC-OPENED-COUNT
               " OPENED " WS-INC-CLOSED-COUNT " CLOSED"
               DELIMITED SIZE INTO WS-SUMMARY-LINE
           WRITE WS-SUMMARY-LINE
           IF WS-SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "LEGACY-ATC-BRIDGE: SUMMARY-FILE WRITE ERROR "
                   "STATUS=" WS-SUMMARY-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "DRONES RETIRED:         " WS-RETIRED-COUNT
               DELIMITED SIZE INTO WS-SUMMARY-LINE
           WRITE WS-SUMMARY-LINE
       VALIDATE-DRONE-RECORD.
      * Range-check telemetry before it is allowed to reach the ATC side
           SET WS-RECORD-IS-VALID TO TRUE
           SET WS-CURRENT-REPORT TO TRUE
           EVALUATE TRUE
               WHEN WS-LATITUDE < -90.000000 OR WS-LATITUDE > 90.000000
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "BBAT" TO WS-REJ-REASON-CODE
                   MOVE "BATTERY PCT OUT OF RANGE" TO WS-REJ-REASON-TEXT
           END-EVALUATE
      * A released record is out of sequence by nature, so it is
      * dated against the track rather than screened against it
           IF WS-RECORD-IS-VALID
               IF WS-READING-RESUBMIT
                   PERFORM CHECK-RESUBMIT-CURRENCY
               ELSE
                   PERFORM CHECK-TRACK-CONTINUITY
               END-IF
           END-IF
           IF WS-RECORD-IS-INVALID
               MOVE WS-DRONE-ID TO WS-REJ-DRONE-ID
               END-IF
           END-IF.

       CHECK-RESUBMIT-CURRENCY.
           IF WS-RESUBMIT-SURV-DATE < WS-RUN-ID-DATE
               MOVE "P" TO WS-REPORT-CURRENCY-SW
           ELSE
               MOVE WS-DRONE-ID TO WS-HIST-DRONE-ID
               PERFORM FIND-CONTINUITY-ENTRY
               IF WS-CONT-ENTRY-FOUND
                   IF WS-CONT-TBL-DATE(WS-CONT-IDX) = WS-RUN-ID-DATE
                       AND WS-CONT-TBL-HHMM(WS-CONT-IDX) NOT =
                           WS-CONT-NO-TIME
                       AND WS-REPORT-TIME <
                           WS-CONT-TBL-HHMM(WS-CONT-IDX)
                       MOVE "L" TO WS-REPORT-CURRENCY-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-IMPLIED-TRAVEL.
      * Degrees of movement since the last report, converted to
      * meters on the larger axis, against what the reported speed
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       WRITE-SUSPENSE-RECORD.
      * The whole record goes to suspense as received, so the desk
      * corrects the original image rather than re-keying it. A
      * released record that fails again keeps the date it was first
      * reported on, so a later release still dates it correctly.
      * The file is only held open for the write itself, since
      * SUSPENSE-MAINT may swap in a rewritten copy while we run
           MOVE WS-STATS-RUN-ID TO WS-SUSP-RUN-ID
           MOVE WS-REJECT-COUNT TO WS-SUSP-ITEM-SEQ
           IF WS-READING-RESUBMIT
               MOVE WS-RESUBMIT-SURV-DATE TO WS-SUSP-DATE
               MOVE "R" TO WS-SUSP-ORIGIN
           ELSE
               MOVE WS-RUN-ID-DATE TO WS-SUSP-DATE
               MOVE "D" TO WS-SUSP-ORIGIN
           END-IF
           MOVE WS-REJ-REASON-CODE TO WS-SUSP-REASON-CODE
           MOVE WS-REJ-REASON-TEXT TO WS-SUSP-REASON-TEXT
           MOVE "O" TO WS-SUSP-STATE
           MOVE SPACES TO WS-SUSP-ACTION-DATE
           MOVE SPACES TO WS-SUSP-OPERATOR
           MOVE WS-DRONE-RECORD TO WS-SUSP-IMAGE
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           WRITE WS-SUSPENSE-RECORD
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "LEGACY-ATC-BRIDGE: SUSPENSE-FILE WRITE "
                   "ERROR STATUS=" WS-SUSPENSE-FILE-STATUS
                   " DRONE=" WS-DRONE-ID
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-SUSPENSE-LINE-COUNT
           END-IF
           CLOSE SUSPENSE-FILE.

       CONVERT-DRONE-TO-ATC.
      * Convert SDACS drone record to legacy ATC format
           MOVE "SURV" TO WS-MSG-TYPE
           PERFORM MARK-ROSTER-SEEN
           PERFORM CHECK-COMMAND-COMPLIANCE
           PERFORM SET-DRONE-FACILITY
           IF NOT WS-PRIOR-DAY-REPORT
               PERFORM CAPTURE-CONFLICT-POSITION
           END-IF
           PERFORM CHECK-FLIGHT-PLAN-DEVIATION
           PERFORM WRITE-TRACK-HISTORY.

       TRACK-DISTRESS-INCIDENT.
      * Keyed off the reported status rather than the converted
      * squawk so the skip-mode replay drives it identically. A
      * distress report opens the drone's incident or extends it;
      * FLY or LND closes it; any other status is still a later
      * report and refreshes the last known position
           MOVE "N" TO WS-INC-FOUND-SW
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-INC-COUNT
                       OR WS-INC-ENTRY-FOUND
               IF WS-INC-TBL-DRONE-ID(WS-INC-IDX) = WS-DRONE-ID
                   AND WS-INC-TBL-IS-OPEN(WS-INC-IDX)
                   SET WS-INC-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-INC-ENTRY-FOUND
               SET WS-INC-IDX DOWN BY 1
           END-IF
           EVALUATE WS-STATUS-CODE
               WHEN "EMG"
               WHEN "COM"
               WHEN "SEC"
                   IF WS-INC-ENTRY-FOUND
                       PERFORM UPDATE-INCIDENT-POSITION
                   ELSE
                       PERFORM OPEN-NEW-INCIDENT
                   END-IF
               WHEN "FLY"
               WHEN "LND"
                   IF WS-INC-ENTRY-FOUND
                       PERFORM UPDATE-INCIDENT-POSITION
                       MOVE "C" TO WS-INC-TBL-STATE(WS-INC-IDX)
                       MOVE WS-RUN-ID-DATE
                           TO WS-INC-TBL-CLOSE-DATE(WS-INC-IDX)
                       MOVE WS-REPORT-TIME
                           TO WS-INC-TBL-CLOSE-HHMM(WS-INC-IDX)
                       ADD 1 TO WS-INC-CLOSED-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-INC-ENTRY-FOUND
                       PERFORM UPDATE-INCIDENT-POSITION
                   END-IF
           END-EVALUATE.

       OPEN-NEW-INCIDENT.
           IF WS-INC-COUNT >= WS-MAX-INC-ENTRIES
               IF NOT WS-INC-TABLE-FULL
                   SET WS-INC-TABLE-FULL TO TRUE
                   DISPLAY "LEGACY-ATC-BRIDGE: INCIDENT TABLE FULL "
                       "AT " WS-MAX-INC-ENTRIES " ENTRIES, DISTRESS "
                       "FROM " WS-DRONE-ID " NOT LOGGED"
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-INC-COUNT
               SET WS-INC-IDX TO WS-INC-COUNT
               ADD 1 TO WS-INC-NEXT-NUMBER
               MOVE WS-INC-NEXT-NUMBER
                   TO WS-INC-TBL-NUMBER(WS-INC-IDX)
               MOVE WS-DRONE-ID TO WS-INC-TBL-DRONE-ID(WS-INC-IDX)
               MOVE "O" TO WS-INC-TBL-STATE(WS-INC-IDX)
               MOVE WS-STATUS-CODE
                   TO WS-INC-TBL-ONSET-CODE(WS-INC-IDX)
               EVALUATE WS-STATUS-CODE
                   WHEN "EMG"
                       MOVE 7700 TO WS-INC-TBL-ONSET-SQUAWK(WS-INC-IDX)
                   WHEN "COM"
                       MOVE 7600 TO WS-INC-TBL-ONSET-SQUAWK(WS-INC-IDX)
                   WHEN OTHER
                       MOVE 7500 TO WS-INC-TBL-ONSET-SQUAWK(WS-INC-IDX)
               END-EVALUATE
               MOVE WS-RUN-ID-DATE
                   TO WS-INC-TBL-ONSET-DATE(WS-INC-IDX)
               MOVE WS-REPORT-TIME
                   TO WS-INC-TBL-ONSET-HHMM(WS-INC-IDX)
               MOVE WS-LATITUDE TO WS-INC-TBL-ONSET-LAT(WS-INC-IDX)
               MOVE WS-LONGITUDE TO WS-INC-TBL-ONSET-LON(WS-INC-IDX)
               MOVE WS-ALTITUDE TO WS-INC-TBL-ONSET-ALT(WS-INC-IDX)
               MOVE WS-BATTERY-PCT
                   TO WS-INC-TBL-ONSET-BATTERY(WS-INC-IDX)
               MOVE SPACES TO WS-INC-TBL-CLOSE-DATE(WS-INC-IDX)
               MOVE 0 TO WS-INC-TBL-CLOSE-HHMM(WS-INC-IDX)
               MOVE 0 TO WS-INC-TBL-REPORT-COUNT(WS-INC-IDX)
               MOVE WS-STATS-RUN-ID
                   TO WS-INC-TBL-FIRST-RUN-ID(WS-INC-IDX)
               MOVE WS-STATS-RUN-ID
                   TO WS-INC-TBL-LAST-RUN-ID(WS-INC-IDX)
               MOVE 1 TO WS-INC-TBL-RUN-COUNT(WS-INC-IDX)
               ADD 1 TO WS-INC-OPENED-COUNT
               PERFORM UPDATE-INCIDENT-POSITION
           END-IF.

       UPDATE-INCIDENT-POSITION.
           MOVE WS-STATUS-CODE TO WS-INC-TBL-LAST-CODE(WS-INC-IDX)
           MOVE WS-RUN-ID-DATE TO WS-INC-TBL-LAST-DATE(WS-INC-IDX)
           MOVE WS-REPORT-TIME TO WS-INC-TBL-LAST-HHMM(WS-INC-IDX)
           MOVE WS-LATITUDE TO WS-INC-TBL-LAST-LAT(WS-INC-IDX)
           MOVE WS-LONGITUDE TO WS-INC-TBL-LAST-LON(WS-INC-IDX)
           MOVE WS-ALTITUDE TO WS-INC-TBL-LAST-ALT(WS-INC-IDX)
           MOVE WS-BATTERY-PCT TO WS-INC-TBL-LAST-BATTERY(WS-INC-IDX)
           ADD 1 TO WS-INC-TBL-REPORT-COUNT(WS-INC-IDX)
           IF WS-INC-TBL-LAST-RUN-ID(WS-INC-IDX) NOT = WS-STATS-RUN-ID
               MOVE WS-STATS-RUN-ID
                   TO WS-INC-TBL-LAST-RUN-ID(WS-INC-IDX)
               ADD 1 TO WS-INC-TBL-RUN-COUNT(WS-INC-IDX)
           END-IF
      * Duration runs from onset to the latest report; once closed the
      * latest report is the closing one, so it freezes there
           MOVE WS-INC-TBL-ONSET-DATE(WS-INC-IDX) TO WS-INC-DATE-NUM
           MOVE WS-INC-TBL-ONSET-HHMM(WS-INC-IDX) TO WS-INC-HHMM
           COMPUTE WS-INC-START-MINS =
               FUNCTION INTEGER-OF-DATE(WS-INC-DATE-NUM) * 1440
               + WS-INC-HH * 60 + WS-INC-MM
           MOVE WS-RUN-ID-DATE TO WS-INC-DATE-NUM
           MOVE WS-REPORT-TIME TO WS-INC-HHMM
           COMPUTE WS-INC-END-MINS =
               FUNCTION INTEGER-OF-DATE(WS-INC-DATE-NUM) * 1440
               + WS-INC-HH * 60 + WS-INC-MM
           IF WS-INC-END-MINS > WS-INC-START-MINS
               COMPUTE WS-INC-TBL-DURATION-MINS(WS-INC-IDX) =
                   WS-INC-END-MINS - WS-INC-START-MINS
                   ON SIZE ERROR
                       MOVE 999999
                           TO WS-INC-TBL-DURATION-MINS(WS-INC-IDX)
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-INC-TBL-DURATION-MINS(WS-INC-IDX)
           END-IF.

       WRITE-INCIDENT-MASTER.
      * Rebuilt whole through the temp file like DRONEFAC.DAT and
      * held back to the end of the run for the same reason
           OPEN OUTPUT INCIDENT-TEMP-FILE
           IF WS-INCIDENT-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "LEGACY-ATC-BRIDGE: CANNOT OPEN "
                   "INCIDENT.DAT.TMP STATUS="
                   WS-INCIDENT-TEMP-FILE-STATUS
                   " - PRIOR INCIDENT MASTER LEFT INTACT"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > WS-INC-COUNT
                   WRITE WS-INCIDENT-TEMP-RECORD
                       FROM WS-INC-ENTRY(WS-INC-IDX)
                   IF WS-INCIDENT-TEMP-FILE-STATUS NOT = "00"
                       DISPLAY "LEGACY-ATC-BRIDGE: INCIDENT WRITE "
                           "ERROR STATUS="
                           WS-INCIDENT-TEMP-FILE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-PERFORM
               CLOSE INCIDENT-TEMP-FILE
               CALL "CBL_DELETE_FILE" USING "INCIDENT.DAT"
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING "INCIDENT.DAT.TMP"
                   "INCIDENT.DAT" RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "LEGACY-ATC-BRIDGE: INCIDENT.DAT SWAP "
                       "FAILED, RESULT=" WS-CBL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       CAPTURE-CONFLICT-POSITION.
      * Retain this converted position for the end-of-pass separation
      * probe. The flight level is recomputed here from the raw

       WRITE-TRACK-HISTORY.
      * Append this converted position to the drone's track history so
      * an incident review can replay its recent reports. A released
      * record is dated from the day it was reported, not today
           MOVE WS-DRONE-ID TO WS-HIST-DRONE-ID
           IF WS-READING-RESUBMIT
               MOVE WS-RESUBMIT-SURV-DATE TO WS-HIST-DATE
           ELSE
               ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-HIST-TIME FROM TIME
           MOVE WS-LATITUDE TO WS-HIST-LATITUDE
           MOVE WS-LONGITUDE TO WS-HIST-LONGITUDE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-TRKHIST-LINE-COUNT
               IF NOT WS-LATE-REPORT
                   PERFORM UPDATE-CONTINUITY-STATE
               END-IF
           END-IF.

       CHECK-FLIGHT-PLAN-DEVIATION.
