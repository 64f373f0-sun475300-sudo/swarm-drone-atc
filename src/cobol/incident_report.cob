      * Phase 616: Legacy ATC Bridge — Daily Distress Incident Report
      * 비상 스쿼크 사고 일일 보고서
      * Lists every distress incident the bridge is still tracking on
      * INCIDENT.DAT and every one it closed on the report date: onset
      * squawk, time and position, last known position and battery,
      * duration, and the bridge runs the incident spanned. The report
      * date is today unless a YYYYMMDD date is given on the command
      * line, so a missed day can be reprinted for safety management
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REPORT.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-REG-DRONE-ID
               ALTERNATE RECORD KEY IS WS-REG-CALLSIGN
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCIDENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01 WS-REGISTRY-RECORD.
          05 WS-REG-DRONE-ID       PIC X(10).
          05 WS-REG-CALLSIGN       PIC X(8).
          05 WS-REG-SQUAWK-BASE    PIC 9(4).
          05 WS-REG-ASSIGNED-DATE  PIC X(8).

       FD  INCIDENT-REPORT-FILE
           RECORDING MODE IS F.
       01 WS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INCIDENT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-REGISTRY-FILE-STATUS  PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-REPORT-DATE           PIC X(8).
       01 WS-DATE-PARM             PIC X(20) VALUE SPACES.
       01 WS-REGISTRY-OPEN-SW      PIC X VALUE "N".
          88 WS-REGISTRY-IS-OPEN   VALUE "Y".

      * Two passes over the master, open incidents first and then
      * those closed on the report date, so each section stays in
      * incident-number order without a sort
       01 WS-PASS-STATE            PIC X(1).
       01 WS-OPEN-COUNT            PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
       01 WS-SECTION-COUNT         PIC 9(5) VALUE 0.
       01 WS-CALLSIGN              PIC X(8).
       01 WS-DISPLAY-LAT           PIC +9(3).9(6).
       01 WS-DISPLAY-LON           PIC +9(3).9(6).
       01 WS-DISPLAY-ALT           PIC -9(5).9.
       01 WS-DUR-HOURS             PIC 9(4).
       01 WS-DUR-MINS              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-DATE-PARM) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-PARM)) = 8
               MOVE WS-DATE-PARM(1:8) TO WS-REPORT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF
           OPEN OUTPUT INCIDENT-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DISTRESS INCIDENT REPORT FOR " WS-REPORT-DATE
               "   PRINTED " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-FILE-STATUS = "00"
               SET WS-REGISTRY-IS-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OPEN INCIDENTS" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "O" TO WS-PASS-STATE
           PERFORM SCAN-INCIDENT-MASTER
           MOVE WS-SECTION-COUNT TO WS-OPEN-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INCIDENTS CLOSED ON " WS-REPORT-DATE
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "C" TO WS-PASS-STATE
           PERFORM SCAN-INCIDENT-MASTER
           MOVE WS-SECTION-COUNT TO WS-CLOSED-COUNT
           IF WS-REGISTRY-IS-OPEN
               CLOSE REGISTRY-FILE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPEN=" WS-OPEN-COUNT
               " CLOSED=" WS-CLOSED-COUNT
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE INCIDENT-REPORT-FILE
           IF WS-OPEN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SCAN-INCIDENT-MASTER.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "00" TO WS-INCIDENT-FILE-STATUS
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-FILE-STATUS = "35"
               MOVE "  (INCIDENT.DAT NOT AVAILABLE)" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-INCIDENT-FILE-STATUS = "10"
                   READ INCIDENT-FILE
                       AT END MOVE "10" TO WS-INCIDENT-FILE-STATUS
                       NOT AT END PERFORM SELECT-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
               IF WS-SECTION-COUNT = 0
                   MOVE "  NONE" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       SELECT-INCIDENT.
           IF WS-INC-STATE = WS-PASS-STATE
               IF WS-PASS-STATE = "O"
                   OR WS-INC-CLOSE-DATE = WS-REPORT-DATE
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM WRITE-INCIDENT-LINES
               END-IF
           END-IF.

       WRITE-INCIDENT-LINES.
           MOVE "--------" TO WS-CALLSIGN
           IF WS-REGISTRY-IS-OPEN
               MOVE WS-INC-DRONE-ID TO WS-REG-DRONE-ID
               READ REGISTRY-FILE KEY IS WS-REG-DRONE-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-REG-CALLSIGN TO WS-CALLSIGN
               END-READ
           END-IF
           DIVIDE WS-INC-DURATION-MINS BY 60 GIVING WS-DUR-HOURS
               REMAINDER WS-DUR-MINS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INC " WS-INC-NUMBER " " WS-INC-DRONE-ID
               " " WS-CALLSIGN
               " SQK " WS-INC-ONSET-SQUAWK " " WS-INC-ONSET-CODE
               " DURATION " WS-DUR-HOURS "H" WS-DUR-MINS "M"
               " REPORTS " WS-INC-REPORT-COUNT
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-INC-ONSET-LAT TO WS-DISPLAY-LAT
           MOVE WS-INC-ONSET-LON TO WS-DISPLAY-LON
           MOVE WS-INC-ONSET-ALT TO WS-DISPLAY-ALT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ONSET " WS-INC-ONSET-DATE " " WS-INC-ONSET-HHMM
               " LAT=" WS-DISPLAY-LAT " LON=" WS-DISPLAY-LON
               " ALT=" WS-DISPLAY-ALT "M BAT=" WS-INC-ONSET-BATTERY
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-INC-LAST-LAT TO WS-DISPLAY-LAT
           MOVE WS-INC-LAST-LON TO WS-DISPLAY-LON
           MOVE WS-INC-LAST-ALT TO WS-DISPLAY-ALT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  LAST  " WS-INC-LAST-DATE " " WS-INC-LAST-HHMM
               " LAT=" WS-DISPLAY-LAT " LON=" WS-DISPLAY-LON
               " ALT=" WS-DISPLAY-ALT "M BAT=" WS-INC-LAST-BATTERY
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-INC-STATE = "C"
               STRING "  CLOSED " WS-INC-CLOSE-DATE " "
                   WS-INC-CLOSE-HHMM " ON " WS-INC-LAST-CODE
                   " RUNS " WS-INC-RUN-COUNT " "
                   WS-INC-FIRST-RUN-ID "-" WS-INC-LAST-RUN-ID
                   DELIMITED SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  STILL " WS-INC-LAST-CODE
                   " RUNS " WS-INC-RUN-COUNT " "
                   WS-INC-FIRST-RUN-ID "-" WS-INC-LAST-RUN-ID
                   DELIMITED SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "INCIDENT-REPORT: REPORT-FILE WRITE ERROR "
                   "STATUS=" WS-REPORT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
