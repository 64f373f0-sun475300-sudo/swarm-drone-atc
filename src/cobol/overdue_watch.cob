      * Phase 616: Legacy ATC Bridge — Overdue Airborne Drone Watch
      * 비행 중 연락 두절 드론 감시
      * Runs after the bridge and takes every drone's last report from
      * TRKHIST.DAT. A drone whose last status was not LND is raised
      * as overdue when it has been silent longer than the uncertainty
      * threshold, or when its FLTPLAN.VET window has ended without a
      * landing report. Silence is measured to the latest bridge run
      * in RUNSTATS.DAT, and escalates through UNCERTAINTY, ALERT and
      * DISTRESS as it grows (ATC_BRIDGE_OVERDUE_MINS,
      * ATC_BRIDGE_ALERT_MINS, ATC_BRIDGE_DISTRESS_MINS). OVERDUE.DAT
      * carries each open case from run to run with its phase, when
      * it was first raised and how many runs it has been missing, so
      * a repeat drone shows as continuing or escalated instead of
      * new; it also keeps the last known report, so a case outlives
      * the drone's history being archived. Drones that land or
      * report again are listed as cleared and dropped. The watch
      * list goes to OVERDUE.RPT, distress first
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDUE-WATCH.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACK-HISTORY-FILE ASSIGN TO "TRKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT VETTED-PLAN-FILE ASSIGN TO "FLTPLAN.VET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-FILE-STATUS.

           SELECT WATCH-FILE ASSIGN TO "OVERDUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-FILE-STATUS.

           SELECT WATCH-TEMP-FILE ASSIGN TO "OVERDUE.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-TEMP-FILE-STATUS.

           SELECT WATCH-REPORT-FILE ASSIGN TO "OVERDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACK-HISTORY-FILE
           RECORDING MODE IS F.
       01 WS-TRACK-HISTORY-RECORD.
          05 WS-HIST-DRONE-ID      PIC X(10).
          05 WS-HIST-DATE          PIC X(8).
          05 WS-HIST-TIME          PIC X(8).
          05 WS-HIST-LATITUDE      PIC S9(3)V9(6).
          05 WS-HIST-LONGITUDE     PIC S9(3)V9(6).
          05 WS-HIST-ALTITUDE      PIC S9(5)V99.
          05 WS-HIST-SPEED         PIC 9(3)V99.
          05 WS-HIST-HEADING       PIC 9(3)V99.
          05 WS-HIST-BATTERY-PCT   PIC 9(3).
          05 WS-HIST-STATUS-CODE   PIC X(3).
          05 WS-HIST-REPORT-HHMM   PIC 9(4).

       FD  VETTED-PLAN-FILE
           RECORDING MODE IS F.
       01 WS-FLIGHT-PLAN-RECORD.
          05 WS-FP-DRONE-ID        PIC X(10).
          05 WS-FP-ALT-LO          PIC 9(3).
          05 WS-FP-ALT-HI          PIC 9(3).
          05 WS-FP-HDG             PIC 9(3).
          05 WS-FP-WINDOW-START    PIC 9(4).
          05 WS-FP-WINDOW-END      PIC 9(4).

       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       01 WS-RUN-STATS-RECORD.
          05 WS-RST-RUN-ID         PIC X(14).
          05 WS-RST-DATE           PIC X(8).
          05 FILLER                PIC X(77).

      * One open overdue case per drone. Phase U uncertainty, A alert,
      * D distress; reason S silence past threshold, P plan window
      * ended
       FD  WATCH-FILE
           RECORDING MODE IS F.
       01 WS-WATCH-RECORD.
          05 WS-OVD-DRONE-ID       PIC X(10).
          05 WS-OVD-PHASE          PIC X(1).
          05 WS-OVD-REASON         PIC X(1).
          05 WS-OVD-FIRST-RUN-ID   PIC X(14).
          05 WS-OVD-LAST-RUN-ID    PIC X(14).
          05 WS-OVD-RUN-COUNT      PIC 9(4).
          05 WS-OVD-SILENT-MINS    PIC 9(6).
          05 WS-OVD-LAST-DATE      PIC X(8).
          05 WS-OVD-LAST-HHMM      PIC 9(4).
          05 WS-OVD-LAST-STATUS    PIC X(3).
          05 WS-OVD-LAST-LAT       PIC S9(3)V9(6).
          05 WS-OVD-LAST-LON       PIC S9(3)V9(6).
          05 WS-OVD-LAST-ALT       PIC S9(5)V99.
          05 WS-OVD-LAST-SPEED     PIC 9(3)V99.
          05 WS-OVD-LAST-HEADING   PIC 9(3)V99.
          05 WS-OVD-LAST-BATTERY   PIC 9(3).

       FD  WATCH-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-WATCH-TEMP-RECORD     PIC X(103).

       FD  WATCH-REPORT-FILE
           RECORDING MODE IS F.
       01 WS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS   PIC XX VALUE "00".
       01 WS-PLAN-FILE-STATUS      PIC XX VALUE "00".
       01 WS-RUN-STATS-FILE-STATUS PIC XX VALUE "00".
       01 WS-WATCH-FILE-STATUS     PIC XX VALUE "00".
       01 WS-WATCH-TEMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(4) VALUE 0.

      * The watch is timed to the bridge run it follows, not to the
      * clock, so a late-running job does not inflate the silence
       01 WS-REF-RUN-ID            PIC X(14) VALUE SPACES.
       01 WS-REF-STAMP-PARTS REDEFINES WS-REF-RUN-ID.
          05 WS-REF-DATE           PIC X(8).
          05 WS-REF-HHMM           PIC 9(4).
          05 FILLER                PIC X(2).
       01 WS-REF-MINS              PIC 9(10).

       01 WS-THRESHOLD-PARM        PIC X(10) VALUE SPACES.
       01 WS-UNCERTAINTY-MINS      PIC 9(5) VALUE 30.
       01 WS-ALERT-MINS            PIC 9(5) VALUE 60.
       01 WS-DISTRESS-MINS         PIC 9(5) VALUE 120.

       01 WS-CALC-DATE-NUM         PIC 9(8).
       01 WS-CALC-HHMM             PIC 9(4).
       01 WS-CALC-HHMM-PARTS REDEFINES WS-CALC-HHMM.
          05 WS-CALC-HH            PIC 9(2).
          05 WS-CALC-MM            PIC 9(2).
       01 WS-CALC-MINS             PIC 9(10).

       01 WS-WATCH-COUNT           PIC 9(4) VALUE 0.
       01 WS-MAX-WATCH-ENTRIES     PIC 9(4) VALUE 2000.
       01 WS-WATCH-TABLE.
          05 WS-WCH-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-WCH-IDX.
             10 WS-WCH-DRONE-ID      PIC X(10).
             10 WS-WCH-LAST-DATE     PIC X(8).
             10 WS-WCH-LAST-HHMM     PIC 9(4).
             10 WS-WCH-LAST-STATUS   PIC X(3).
             10 WS-WCH-LAST-LAT      PIC S9(3)V9(6).
             10 WS-WCH-LAST-LON      PIC S9(3)V9(6).
             10 WS-WCH-LAST-ALT      PIC S9(5)V99.
             10 WS-WCH-LAST-SPEED    PIC 9(3)V99.
             10 WS-WCH-LAST-HEADING  PIC 9(3)V99.
             10 WS-WCH-LAST-BATTERY  PIC 9(3).
             10 WS-WCH-PLAN-END      PIC 9(4).
             10 WS-WCH-PLAN-SW       PIC X.
                88 WS-WCH-HAS-PLAN   VALUE "Y".
             10 WS-WCH-OPEN-SW       PIC X.
                88 WS-WCH-WAS-OPEN   VALUE "Y".
             10 WS-WCH-OLD-PHASE     PIC X(1).
             10 WS-WCH-FIRST-RUN-ID  PIC X(14).
             10 WS-WCH-LAST-RUN-ID   PIC X(14).
             10 WS-WCH-RUN-COUNT     PIC 9(4).
             10 WS-WCH-OVERDUE-SW    PIC X.
                88 WS-WCH-IS-OVERDUE VALUE "Y".
             10 WS-WCH-PHASE         PIC X(1).
             10 WS-WCH-REASON        PIC X(1).
             10 WS-WCH-ACTION        PIC X(10).
             10 WS-WCH-SILENT-MINS   PIC 9(6).
       01 WS-WCH-FOUND-SW          PIC X VALUE "N".
          88 WS-WCH-ENTRY-FOUND    VALUE "Y".
       01 WS-PLAN-ENDED-SW         PIC X VALUE "N".
          88 WS-PLAN-WINDOW-ENDED  VALUE "Y".
       01 WS-OLD-PHASE-RANK        PIC 9.
       01 WS-NEW-PHASE-RANK        PIC 9.
       01 WS-REPORT-PHASE          PIC X(1).
       01 WS-LAST-MINS             PIC 9(10).

       01 WS-OVERDUE-COUNT         PIC 9(4) VALUE 0.
       01 WS-NEW-COUNT             PIC 9(4) VALUE 0.
       01 WS-ESCALATED-COUNT       PIC 9(4) VALUE 0.
       01 WS-CONTINUING-COUNT      PIC 9(4) VALUE 0.
       01 WS-CLEARED-COUNT         PIC 9(4) VALUE 0.
       01 WS-UNCERTAINTY-COUNT     PIC 9(4) VALUE 0.
       01 WS-ALERT-COUNT           PIC 9(4) VALUE 0.
       01 WS-DISTRESS-COUNT        PIC 9(4) VALUE 0.

       01 WS-DISPLAY-PHASE         PIC X(11).
       01 WS-DISPLAY-REASON        PIC X(40).
       01 WS-DISPLAY-LAT           PIC +999.999999.
       01 WS-DISPLAY-LON           PIC +999.999999.
       01 WS-DISPLAY-ALT           PIC +99999.99.
       01 WS-DISPLAY-SPEED         PIC ZZ9.99.
       01 WS-DISPLAY-HEADING       PIC ZZ9.99.
       01 WS-DISPLAY-BATTERY       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM DETERMINE-THRESHOLDS
           PERFORM LOAD-REFERENCE-RUN
           PERFORM LOAD-OPEN-CASES
           PERFORM LOAD-LAST-REPORTS
           PERFORM LOAD-PLAN-WINDOWS
           PERFORM VARYING WS-WCH-IDX FROM 1 BY 1
                   UNTIL WS-WCH-IDX > WS-WATCH-COUNT
               PERFORM ASSESS-DRONE
           END-PERFORM
           PERFORM WRITE-WATCH-REPORT
           PERFORM REWRITE-WATCH-FILE
           COMPUTE WS-OVERDUE-COUNT = WS-UNCERTAINTY-COUNT
               + WS-ALERT-COUNT + WS-DISTRESS-COUNT
           DISPLAY "OVERDUE-WATCH: OVERDUE=" WS-OVERDUE-COUNT
               " NEW=" WS-NEW-COUNT " ESCALATED=" WS-ESCALATED-COUNT
               " DISTRESS=" WS-DISTRESS-COUNT
               " CLEARED=" WS-CLEARED-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERDUE-COUNT > 0 OR WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       DETERMINE-THRESHOLDS.
      * Minutes of silence for each phase; each falls back to its
      * default when unset or non-numeric, the way our other batch
      * parameters do, and all three go back to the defaults if they
      * do not rise in order
           MOVE SPACES TO WS-THRESHOLD-PARM
           ACCEPT WS-THRESHOLD-PARM FROM ENVIRONMENT
               "ATC_BRIDGE_OVERDUE_MINS"
           IF FUNCTION TRIM(WS-THRESHOLD-PARM) IS NUMERIC
               AND FUNCTION NUMVAL(WS-THRESHOLD-PARM) > 0
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-PARM)
                   TO WS-UNCERTAINTY-MINS
           END-IF
           MOVE SPACES TO WS-THRESHOLD-PARM
           ACCEPT WS-THRESHOLD-PARM FROM ENVIRONMENT
               "ATC_BRIDGE_ALERT_MINS"
           IF FUNCTION TRIM(WS-THRESHOLD-PARM) IS NUMERIC
               AND FUNCTION NUMVAL(WS-THRESHOLD-PARM) > 0
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-PARM)
                   TO WS-ALERT-MINS
           END-IF
           MOVE SPACES TO WS-THRESHOLD-PARM
           ACCEPT WS-THRESHOLD-PARM FROM ENVIRONMENT
               "ATC_BRIDGE_DISTRESS_MINS"
           IF FUNCTION TRIM(WS-THRESHOLD-PARM) IS NUMERIC
               AND FUNCTION NUMVAL(WS-THRESHOLD-PARM) > 0
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-PARM)
                   TO WS-DISTRESS-MINS
           END-IF
           IF WS-ALERT-MINS <= WS-UNCERTAINTY-MINS
               OR WS-DISTRESS-MINS <= WS-ALERT-MINS
               DISPLAY "OVERDUE-WATCH: THRESHOLDS " WS-UNCERTAINTY-MINS
                   "/" WS-ALERT-MINS "/" WS-DISTRESS-MINS
                   " NOT RISING - USING 30/60/120"
               MOVE 30 TO WS-UNCERTAINTY-MINS
               MOVE 60 TO WS-ALERT-MINS
               MOVE 120 TO WS-DISTRESS-MINS
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       LOAD-REFERENCE-RUN.
           OPEN INPUT RUN-STATS-FILE
           IF WS-RUN-STATS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-RUN-STATS-FILE-STATUS = "10"
                   READ RUN-STATS-FILE
                       AT END MOVE "10" TO WS-RUN-STATS-FILE-STATUS
                       NOT AT END
                           IF WS-RST-RUN-ID IS NUMERIC
                               MOVE WS-RST-RUN-ID TO WS-REF-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STATS-FILE
           END-IF
           IF WS-REF-RUN-ID = SPACES
               DISPLAY "OVERDUE-WATCH: NO BRIDGE RUN IN RUNSTATS.DAT - "
                   "SILENCE MEASURED TO NOW"
               STRING WS-RUN-DATE WS-RUN-TIME(1:6) DELIMITED SIZE
                   INTO WS-REF-RUN-ID
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE WS-REF-DATE TO WS-CALC-DATE-NUM
           MOVE WS-REF-HHMM TO WS-CALC-HHMM
           PERFORM COMPUTE-STAMP-MINS
           MOVE WS-CALC-MINS TO WS-REF-MINS.

       COMPUTE-STAMP-MINS.
           COMPUTE WS-CALC-MINS =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-NUM) * 1440
               + WS-CALC-HH * 60 + WS-CALC-MM.

       LOAD-OPEN-CASES.
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-WATCH-FILE-STATUS = "10"
                   READ WATCH-FILE
                       AT END MOVE "10" TO WS-WATCH-FILE-STATUS
                       NOT AT END
                           IF WS-OVD-DRONE-ID NOT = SPACES
                               PERFORM LOAD-OPEN-CASE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF.

       LOAD-OPEN-CASE-ENTRY.
           MOVE WS-OVD-DRONE-ID TO WS-HIST-DRONE-ID
           PERFORM FIND-OR-ADD-WATCH-ENTRY
           SET WS-WCH-WAS-OPEN(WS-WCH-IDX) TO TRUE
           MOVE WS-OVD-PHASE TO WS-WCH-OLD-PHASE(WS-WCH-IDX)
           MOVE WS-OVD-FIRST-RUN-ID TO WS-WCH-FIRST-RUN-ID(WS-WCH-IDX)
           MOVE WS-OVD-LAST-RUN-ID TO WS-WCH-LAST-RUN-ID(WS-WCH-IDX)
           MOVE WS-OVD-RUN-COUNT TO WS-WCH-RUN-COUNT(WS-WCH-IDX)
           MOVE WS-OVD-LAST-DATE TO WS-WCH-LAST-DATE(WS-WCH-IDX)
           MOVE WS-OVD-LAST-HHMM TO WS-WCH-LAST-HHMM(WS-WCH-IDX)
           MOVE WS-OVD-LAST-STATUS TO WS-WCH-LAST-STATUS(WS-WCH-IDX)
           MOVE WS-OVD-LAST-LAT TO WS-WCH-LAST-LAT(WS-WCH-IDX)
           MOVE WS-OVD-LAST-LON TO WS-WCH-LAST-LON(WS-WCH-IDX)
           MOVE WS-OVD-LAST-ALT TO WS-WCH-LAST-ALT(WS-WCH-IDX)
           MOVE WS-OVD-LAST-SPEED TO WS-WCH-LAST-SPEED(WS-WCH-IDX)
           MOVE WS-OVD-LAST-HEADING TO WS-WCH-LAST-HEADING(WS-WCH-IDX)
           MOVE WS-OVD-LAST-BATTERY
               TO WS-WCH-LAST-BATTERY(WS-WCH-IDX).

       LOAD-LAST-REPORTS.
      * A report is placed by the bridge run date and the drone's own
      * report time; of equal stamps the later record wins
           OPEN INPUT TRACK-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "OVERDUE-WATCH: TRKHIST.DAT NOT FOUND - ONLY "
                   "OPEN CASES CAN BE ASSESSED"
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-HISTORY-FILE-STATUS = "10"
                   READ TRACK-HISTORY-FILE
                       AT END MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF WS-HIST-DRONE-ID NOT = SPACES
                               PERFORM APPLY-HISTORY-REPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACK-HISTORY-FILE
           END-IF.

       APPLY-HISTORY-REPORT.
           IF WS-HIST-REPORT-HHMM IS NOT NUMERIC
               MOVE WS-HIST-TIME(1:4) TO WS-HIST-REPORT-HHMM
           END-IF
           PERFORM FIND-OR-ADD-WATCH-ENTRY
           IF WS-HIST-DATE > WS-WCH-LAST-DATE(WS-WCH-IDX)
               OR (WS-HIST-DATE = WS-WCH-LAST-DATE(WS-WCH-IDX)
                   AND WS-HIST-REPORT-HHMM >=
                       WS-WCH-LAST-HHMM(WS-WCH-IDX))
               MOVE WS-HIST-DATE TO WS-WCH-LAST-DATE(WS-WCH-IDX)
               MOVE WS-HIST-REPORT-HHMM
                   TO WS-WCH-LAST-HHMM(WS-WCH-IDX)
               MOVE WS-HIST-STATUS-CODE
                   TO WS-WCH-LAST-STATUS(WS-WCH-IDX)
               MOVE WS-HIST-LATITUDE TO WS-WCH-LAST-LAT(WS-WCH-IDX)
               MOVE WS-HIST-LONGITUDE TO WS-WCH-LAST-LON(WS-WCH-IDX)
               MOVE WS-HIST-ALTITUDE TO WS-WCH-LAST-ALT(WS-WCH-IDX)
               MOVE WS-HIST-SPEED TO WS-WCH-LAST-SPEED(WS-WCH-IDX)
               MOVE WS-HIST-HEADING
                   TO WS-WCH-LAST-HEADING(WS-WCH-IDX)
               MOVE WS-HIST-BATTERY-PCT
                   TO WS-WCH-LAST-BATTERY(WS-WCH-IDX)
           END-IF.

       FIND-OR-ADD-WATCH-ENTRY.
           MOVE "N" TO WS-WCH-FOUND-SW
           PERFORM VARYING WS-WCH-IDX FROM 1 BY 1
                   UNTIL WS-WCH-IDX > WS-WATCH-COUNT
                       OR WS-WCH-ENTRY-FOUND
               IF WS-WCH-DRONE-ID(WS-WCH-IDX) = WS-HIST-DRONE-ID
                   SET WS-WCH-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-WCH-ENTRY-FOUND
               SET WS-WCH-IDX DOWN BY 1
           ELSE
               IF WS-WATCH-COUNT >= WS-MAX-WATCH-ENTRIES
                   DISPLAY "OVERDUE-WATCH: WATCH TABLE FULL AT "
                       WS-MAX-WATCH-ENTRIES " ENTRIES, CANNOT ADD "
                       WS-HIST-DRONE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WATCH-COUNT
               SET WS-WCH-IDX TO WS-WATCH-COUNT
               INITIALIZE WS-WCH-ENTRY(WS-WCH-IDX)
               MOVE WS-HIST-DRONE-ID TO WS-WCH-DRONE-ID(WS-WCH-IDX)
               MOVE "N" TO WS-WCH-PLAN-SW(WS-WCH-IDX)
               MOVE "N" TO WS-WCH-OPEN-SW(WS-WCH-IDX)
               MOVE "N" TO WS-WCH-OVERDUE-SW(WS-WCH-IDX)
           END-IF.

       LOAD-PLAN-WINDOWS.
      * FLTPLAN.VET holds the legs vetted for the day the bridge ran;
      * a drone with several legs is due down by the end of its last
           OPEN INPUT VETTED-PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PLAN-FILE-STATUS = "10"
                   READ VETTED-PLAN-FILE
                       AT END MOVE "10" TO WS-PLAN-FILE-STATUS
                       NOT AT END
                           IF WS-FP-WINDOW-END IS NUMERIC
                               PERFORM APPLY-PLAN-WINDOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VETTED-PLAN-FILE
           END-IF.

       APPLY-PLAN-WINDOW.
      * A plan for a drone with no report at all is the roster
      * reconciliation's silent case, not an overdue one
           MOVE "N" TO WS-WCH-FOUND-SW
           PERFORM VARYING WS-WCH-IDX FROM 1 BY 1
                   UNTIL WS-WCH-IDX > WS-WATCH-COUNT
                       OR WS-WCH-ENTRY-FOUND
               IF WS-WCH-DRONE-ID(WS-WCH-IDX) = WS-FP-DRONE-ID
                   SET WS-WCH-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-WCH-ENTRY-FOUND
               SET WS-WCH-IDX DOWN BY 1
               IF NOT WS-WCH-HAS-PLAN(WS-WCH-IDX)
                   OR WS-FP-WINDOW-END > WS-WCH-PLAN-END(WS-WCH-IDX)
                   MOVE WS-FP-WINDOW-END TO WS-WCH-PLAN-END(WS-WCH-IDX)
                   SET WS-WCH-HAS-PLAN(WS-WCH-IDX) TO TRUE
               END-IF
           END-IF.

       ASSESS-DRONE.
           MOVE WS-WCH-LAST-DATE(WS-WCH-IDX) TO WS-CALC-DATE-NUM
           MOVE WS-WCH-LAST-HHMM(WS-WCH-IDX) TO WS-CALC-HHMM
           PERFORM COMPUTE-STAMP-MINS
           MOVE WS-CALC-MINS TO WS-LAST-MINS
           IF WS-REF-MINS > WS-LAST-MINS
               COMPUTE WS-WCH-SILENT-MINS(WS-WCH-IDX) =
                   WS-REF-MINS - WS-LAST-MINS
                   ON SIZE ERROR
                       MOVE 999999 TO WS-WCH-SILENT-MINS(WS-WCH-IDX)
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-WCH-SILENT-MINS(WS-WCH-IDX)
           END-IF
           MOVE "N" TO WS-PLAN-ENDED-SW
           IF WS-WCH-HAS-PLAN(WS-WCH-IDX)
               AND WS-REF-HHMM > WS-WCH-PLAN-END(WS-WCH-IDX)
               SET WS-PLAN-WINDOW-ENDED TO TRUE
           END-IF
           IF WS-WCH-LAST-STATUS(WS-WCH-IDX) NOT = "LND"
               AND (WS-WCH-SILENT-MINS(WS-WCH-IDX)
                       >= WS-UNCERTAINTY-MINS
                   OR WS-PLAN-WINDOW-ENDED)
               SET WS-WCH-IS-OVERDUE(WS-WCH-IDX) TO TRUE
               PERFORM SET-OVERDUE-PHASE
           ELSE
               IF WS-WCH-WAS-OPEN(WS-WCH-IDX)
                   MOVE "CLEARED" TO WS-WCH-ACTION(WS-WCH-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           END-IF.

       SET-OVERDUE-PHASE.
           IF WS-WCH-SILENT-MINS(WS-WCH-IDX) >= WS-UNCERTAINTY-MINS
               MOVE "S" TO WS-WCH-REASON(WS-WCH-IDX)
           ELSE
               MOVE "P" TO WS-WCH-REASON(WS-WCH-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-WCH-SILENT-MINS(WS-WCH-IDX) >= WS-DISTRESS-MINS
                   MOVE 3 TO WS-NEW-PHASE-RANK
               WHEN WS-WCH-SILENT-MINS(WS-WCH-IDX) >= WS-ALERT-MINS
                   MOVE 2 TO WS-NEW-PHASE-RANK
               WHEN OTHER
                   MOVE 1 TO WS-NEW-PHASE-RANK
           END-EVALUATE
      * An open case never steps back down while the drone stays
      * overdue
           EVALUATE WS-WCH-OLD-PHASE(WS-WCH-IDX)
               WHEN "D" MOVE 3 TO WS-OLD-PHASE-RANK
               WHEN "A" MOVE 2 TO WS-OLD-PHASE-RANK
               WHEN "U" MOVE 1 TO WS-OLD-PHASE-RANK
               WHEN OTHER MOVE 0 TO WS-OLD-PHASE-RANK
           END-EVALUATE
           IF WS-OLD-PHASE-RANK > WS-NEW-PHASE-RANK
               MOVE WS-OLD-PHASE-RANK TO WS-NEW-PHASE-RANK
           END-IF
           EVALUATE WS-NEW-PHASE-RANK
               WHEN 3
                   MOVE "D" TO WS-WCH-PHASE(WS-WCH-IDX)
                   ADD 1 TO WS-DISTRESS-COUNT
               WHEN 2
                   MOVE "A" TO WS-WCH-PHASE(WS-WCH-IDX)
                   ADD 1 TO WS-ALERT-COUNT
               WHEN OTHER
                   MOVE "U" TO WS-WCH-PHASE(WS-WCH-IDX)
                   ADD 1 TO WS-UNCERTAINTY-COUNT
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT WS-WCH-WAS-OPEN(WS-WCH-IDX)
                   MOVE "NEW" TO WS-WCH-ACTION(WS-WCH-IDX)
                   MOVE WS-REF-RUN-ID
                       TO WS-WCH-FIRST-RUN-ID(WS-WCH-IDX)
                   MOVE 1 TO WS-WCH-RUN-COUNT(WS-WCH-IDX)
                   ADD 1 TO WS-NEW-COUNT
               WHEN WS-NEW-PHASE-RANK > WS-OLD-PHASE-RANK
                   MOVE "ESCALATED" TO WS-WCH-ACTION(WS-WCH-IDX)
                   ADD 1 TO WS-ESCALATED-COUNT
               WHEN OTHER
                   MOVE "CONTINUING" TO WS-WCH-ACTION(WS-WCH-IDX)
                   ADD 1 TO WS-CONTINUING-COUNT
           END-EVALUATE
      * Rerunning the watch after the same bridge run does not count
      * as another missed run
           IF WS-WCH-WAS-OPEN(WS-WCH-IDX)
               AND WS-WCH-LAST-RUN-ID(WS-WCH-IDX) NOT = WS-REF-RUN-ID
               ADD 1 TO WS-WCH-RUN-COUNT(WS-WCH-IDX)
           END-IF
           MOVE WS-REF-RUN-ID TO WS-WCH-LAST-RUN-ID(WS-WCH-IDX).

       WRITE-WATCH-REPORT.
           OPEN OUTPUT WATCH-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OVERDUE AIRBORNE DRONE WATCH AS OF BRIDGE RUN "
               WS-REF-RUN-ID DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SILENCE THRESHOLDS (MIN) UNCERTAINTY "
               WS-UNCERTAINTY-MINS " ALERT " WS-ALERT-MINS
               " DISTRESS " WS-DISTRESS-MINS
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "D" TO WS-REPORT-PHASE
           PERFORM WRITE-PHASE-ENTRIES
           MOVE "A" TO WS-REPORT-PHASE
           PERFORM WRITE-PHASE-ENTRIES
           MOVE "U" TO WS-REPORT-PHASE
           PERFORM WRITE-PHASE-ENTRIES
           IF WS-CLEARED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-WCH-IDX FROM 1 BY 1
                       UNTIL WS-WCH-IDX > WS-WATCH-COUNT
                   IF WS-WCH-ACTION(WS-WCH-IDX) = "CLEARED"
                       PERFORM WRITE-CLEARED-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DISTRESS=" WS-DISTRESS-COUNT
               " ALERT=" WS-ALERT-COUNT
               " UNCERTAINTY=" WS-UNCERTAINTY-COUNT
               " CLEARED=" WS-CLEARED-COUNT
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NEW=" WS-NEW-COUNT
               " ESCALATED=" WS-ESCALATED-COUNT
               " CONTINUING=" WS-CONTINUING-COUNT
               " DRONES CHECKED=" WS-WATCH-COUNT
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE WATCH-REPORT-FILE.

       WRITE-PHASE-ENTRIES.
           PERFORM VARYING WS-WCH-IDX FROM 1 BY 1
                   UNTIL WS-WCH-IDX > WS-WATCH-COUNT
               IF WS-WCH-IS-OVERDUE(WS-WCH-IDX)
                   AND WS-WCH-PHASE(WS-WCH-IDX) = WS-REPORT-PHASE
                   PERFORM WRITE-OVERDUE-ENTRY
               END-IF
           END-PERFORM.

       WRITE-OVERDUE-ENTRY.
           EVALUATE WS-WCH-PHASE(WS-WCH-IDX)
               WHEN "D" MOVE "DISTRESS" TO WS-DISPLAY-PHASE
               WHEN "A" MOVE "ALERT" TO WS-DISPLAY-PHASE
               WHEN OTHER MOVE "UNCERTAINTY" TO WS-DISPLAY-PHASE
           END-EVALUATE
           MOVE SPACES TO WS-DISPLAY-REASON
           IF WS-WCH-REASON(WS-WCH-IDX) = "S"
               MOVE "SILENCE PAST THRESHOLD" TO WS-DISPLAY-REASON
           ELSE
               STRING "PLAN WINDOW ENDED "
                   WS-WCH-PLAN-END(WS-WCH-IDX) " NO LANDING"
                   DELIMITED SIZE INTO WS-DISPLAY-REASON
           END-IF
           MOVE WS-WCH-LAST-LAT(WS-WCH-IDX) TO WS-DISPLAY-LAT
           MOVE WS-WCH-LAST-LON(WS-WCH-IDX) TO WS-DISPLAY-LON
           MOVE WS-WCH-LAST-ALT(WS-WCH-IDX) TO WS-DISPLAY-ALT
           MOVE WS-WCH-LAST-SPEED(WS-WCH-IDX) TO WS-DISPLAY-SPEED
           MOVE WS-WCH-LAST-HEADING(WS-WCH-IDX) TO WS-DISPLAY-HEADING
           MOVE WS-WCH-LAST-BATTERY(WS-WCH-IDX) TO WS-DISPLAY-BATTERY
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DISPLAY-PHASE " " WS-WCH-DRONE-ID(WS-WCH-IDX)
               " " WS-WCH-ACTION(WS-WCH-IDX)
               " SILENT " WS-WCH-SILENT-MINS(WS-WCH-IDX) " MIN"
               " RUNS " WS-WCH-RUN-COUNT(WS-WCH-IDX)
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  LAST " WS-WCH-LAST-DATE(WS-WCH-IDX) " "
               WS-WCH-LAST-HHMM(WS-WCH-IDX) " "
               WS-WCH-LAST-STATUS(WS-WCH-IDX)
               " LAT " WS-DISPLAY-LAT " LON " WS-DISPLAY-LON
               " ALT " WS-DISPLAY-ALT
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  HDG " WS-DISPLAY-HEADING
               " SPD " WS-DISPLAY-SPEED
               " BATT " WS-DISPLAY-BATTERY "%  "
               WS-DISPLAY-REASON
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  FIRST RAISED AFTER RUN "
               WS-WCH-FIRST-RUN-ID(WS-WCH-IDX)
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-CLEARED-LINE.
           EVALUATE WS-WCH-OLD-PHASE(WS-WCH-IDX)
               WHEN "D" MOVE "DISTRESS" TO WS-DISPLAY-PHASE
               WHEN "A" MOVE "ALERT" TO WS-DISPLAY-PHASE
               WHEN OTHER MOVE "UNCERTAINTY" TO WS-DISPLAY-PHASE
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-WCH-LAST-STATUS(WS-WCH-IDX) = "LND"
               STRING "CLEARED     " WS-WCH-DRONE-ID(WS-WCH-IDX)
                   " LANDED " WS-WCH-LAST-DATE(WS-WCH-IDX) " "
                   WS-WCH-LAST-HHMM(WS-WCH-IDX)
                   " WAS " WS-DISPLAY-PHASE
                   " RUNS " WS-WCH-RUN-COUNT(WS-WCH-IDX)
                   DELIMITED SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "CLEARED     " WS-WCH-DRONE-ID(WS-WCH-IDX)
                   " REPORTED " WS-WCH-LAST-DATE(WS-WCH-IDX) " "
                   WS-WCH-LAST-HHMM(WS-WCH-IDX)
                   " WAS " WS-DISPLAY-PHASE
                   " RUNS " WS-WCH-RUN-COUNT(WS-WCH-IDX)
                   DELIMITED SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       REWRITE-WATCH-FILE.
      * Open cases are swapped in whole; after any error the old
      * OVERDUE.DAT stands so the next run still knows every case
           IF WS-ERROR-COUNT > 0
               DISPLAY "OVERDUE-WATCH: ERRORS - OVERDUE.DAT LEFT AS IT "
                   "WAS"
           ELSE
               OPEN OUTPUT WATCH-TEMP-FILE
               PERFORM VARYING WS-WCH-IDX FROM 1 BY 1
                       UNTIL WS-WCH-IDX > WS-WATCH-COUNT
                   IF WS-WCH-IS-OVERDUE(WS-WCH-IDX)
                       PERFORM WRITE-OPEN-CASE
                   END-IF
               END-PERFORM
               CLOSE WATCH-TEMP-FILE
               IF WS-ERROR-COUNT = 0
                   CALL "CBL_DELETE_FILE" USING "OVERDUE.DAT"
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING "OVERDUE.DAT.TMP"
                       "OVERDUE.DAT" RETURNING WS-CBL-RESULT
                   IF WS-CBL-RESULT NOT = 0
                       DISPLAY "OVERDUE-WATCH: OVERDUE.DAT SWAP "
                           "FAILED, RESULT=" WS-CBL-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.

       WRITE-OPEN-CASE.
           MOVE WS-WCH-DRONE-ID(WS-WCH-IDX) TO WS-OVD-DRONE-ID
           MOVE WS-WCH-PHASE(WS-WCH-IDX) TO WS-OVD-PHASE
           MOVE WS-WCH-REASON(WS-WCH-IDX) TO WS-OVD-REASON
           MOVE WS-WCH-FIRST-RUN-ID(WS-WCH-IDX) TO WS-OVD-FIRST-RUN-ID
           MOVE WS-WCH-LAST-RUN-ID(WS-WCH-IDX) TO WS-OVD-LAST-RUN-ID
           MOVE WS-WCH-RUN-COUNT(WS-WCH-IDX) TO WS-OVD-RUN-COUNT
           MOVE WS-WCH-SILENT-MINS(WS-WCH-IDX) TO WS-OVD-SILENT-MINS
           MOVE WS-WCH-LAST-DATE(WS-WCH-IDX) TO WS-OVD-LAST-DATE
           MOVE WS-WCH-LAST-HHMM(WS-WCH-IDX) TO WS-OVD-LAST-HHMM
           MOVE WS-WCH-LAST-STATUS(WS-WCH-IDX) TO WS-OVD-LAST-STATUS
           MOVE WS-WCH-LAST-LAT(WS-WCH-IDX) TO WS-OVD-LAST-LAT
           MOVE WS-WCH-LAST-LON(WS-WCH-IDX) TO WS-OVD-LAST-LON
           MOVE WS-WCH-LAST-ALT(WS-WCH-IDX) TO WS-OVD-LAST-ALT
           MOVE WS-WCH-LAST-SPEED(WS-WCH-IDX) TO WS-OVD-LAST-SPEED
           MOVE WS-WCH-LAST-HEADING(WS-WCH-IDX) TO WS-OVD-LAST-HEADING
           MOVE WS-WCH-LAST-BATTERY(WS-WCH-IDX) TO WS-OVD-LAST-BATTERY
           WRITE WS-WATCH-TEMP-RECORD FROM WS-WATCH-RECORD
           IF WS-WATCH-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "OVERDUE-WATCH: OVERDUE.DAT.TMP WRITE ERROR "
                   "STATUS=" WS-WATCH-TEMP-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       WRITE-REPORT-LINE.
           WRITE WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "OVERDUE-WATCH: REPORT-FILE WRITE ERROR "
                   "STATUS=" WS-REPORT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
