      * Phase 616: Legacy ATC Bridge — Incident Replay Timeline
      * 사고 재현 타임라인 추출
      * Pulls everything known about one or more drones over a date
      * and time window into one chronological timeline for incident
      * investigation: each track position from the live TRKHIST.DAT
      * and from every TRKHIST.YYYYMMDD generation TRKHIST-ARCHIVE
      * left for the window's dates (checked against ARCHMAN.RPT),
      * each message sent with its sequence number and the facility
      * feed AUDITLOG.DAT says it went to, each command sent back to
      * the drone, and each incursion, separation conflict and
      * distress incident raised. The header names every source file
      * consulted and what it contributed, so the extract can stand as
      * an inquiry record. Invoked as
      *     INCIDENT-REPLAY yyyymmddhhmm yyyymmddhhmm drone [drone...]
      * with up to ten drone IDs; output is REPLAY.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REPLAY.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The live history and each dated generation share one layout
      * and are read in turn through one file by name
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "ARCHMAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-REG-DRONE-ID
               ALTERNATE RECORD KEY IS WS-REG-CALLSIGN
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-FILE-STATUS.

           SELECT ATC-MESSAGE-FILE ASSIGN TO "ATCMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATC-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT DRONE-OUTBOUND-FILE ASSIGN TO "DRONEOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRONE-OUT-FILE-STATUS.

           SELECT VIOLATION-FILE ASSIGN TO "VIOLRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-FILE-STATUS.

           SELECT CONFLICT-FILE ASSIGN TO "CONFRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-FILE-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.

           SELECT REPLAY-REPORT-FILE ASSIGN TO "REPLAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
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

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01 WS-MANIFEST-LINE         PIC X(80).

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01 WS-REGISTRY-RECORD.
          05 WS-REG-DRONE-ID       PIC X(10).
          05 WS-REG-CALLSIGN       PIC X(8).
          05 WS-REG-SQUAWK-BASE    PIC 9(4).
          05 WS-REG-ASSIGNED-DATE  PIC X(8).

      * Only the run identity is needed: the per-run bridge files
      * (DRONEOUT, VIOLRPT, CONFRPT) carry no date of their own and
      * belong to the most recent run recorded here
       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       01 WS-RUN-STATS-RECORD.
          05 WS-RST-RUN-ID         PIC X(14).
          05 WS-RST-DATE           PIC X(8).
          05 FILLER                PIC X(77).

       FD  ATC-MESSAGE-FILE
           RECORDING MODE IS F.
       01 WS-ATC-MESSAGE.
          05 WS-MSG-TYPE           PIC X(4).
          05 WS-MSG-CALLSIGN       PIC X(8).
          05 WS-MSG-SQUAWK         PIC 9(4).
          05 WS-MSG-ALT-FL         PIC 9(3).
          05 WS-MSG-SPEED-KTS      PIC 9(3).
          05 WS-MSG-HDG            PIC 9(3).
          05 WS-MSG-STATUS         PIC X(1).
          05 WS-MSG-BATTERY-PCT    PIC 9(3).
          05 WS-MSG-RUN-ID         PIC X(14).
          05 WS-MSG-SEQ            PIC 9(6).
          05 WS-MSG-GEN-TS         PIC X(14).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       01 WS-AUDIT-RECORD.
          05 WS-AUD-SEQ            PIC 9(6).
          05 WS-AUD-TYPE           PIC X(4).
          05 WS-AUD-CALLSIGN       PIC X(8).
          05 WS-AUD-ROUTED-TO      PIC X(12).

       FD  DRONE-OUTBOUND-FILE
           RECORDING MODE IS F.
       01 WS-DRONE-OUT-RECORD.
          05 WS-OUT-DRONE-ID       PIC X(10).
          05 WS-OUT-ALTITUDE       PIC 9(5)V99.
          05 WS-OUT-SPEED          PIC 9(3)V99.
          05 WS-OUT-HEADING        PIC 9(3)V99.
          05 WS-OUT-STATUS-CODE    PIC X(3).

       FD  VIOLATION-FILE
           RECORDING MODE IS F.
       01 WS-VIOLATION-LINE        PIC X(80).

       FD  CONFLICT-FILE
           RECORDING MODE IS F.
       01 WS-CONFLICT-LINE         PIC X(80).

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

       FD  REPLAY-REPORT-FILE
           RECORDING MODE IS F.
       01 WS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS   PIC XX VALUE "00".
       01 WS-MANIFEST-FILE-STATUS  PIC XX VALUE "00".
       01 WS-REGISTRY-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RUN-STATS-FILE-STATUS PIC XX VALUE "00".
       01 WS-ATC-FILE-STATUS       PIC XX VALUE "00".
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE "00".
       01 WS-DRONE-OUT-FILE-STATUS PIC XX VALUE "00".
       01 WS-VIOLATION-FILE-STATUS PIC XX VALUE "00".
       01 WS-CONFLICT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-INCIDENT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-FILE-INFO.
          05 WS-FILE-INFO-SIZE     PIC X(8) COMP-X.
          05 WS-FILE-INFO-DATE     PIC X(4) COMP-X.
          05 WS-FILE-INFO-TIME     PIC X(4) COMP-X.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(4) VALUE 0.
       01 WS-REGISTRY-OPEN-SW      PIC X VALUE "N".
          88 WS-REGISTRY-IS-OPEN   VALUE "Y".

      * Command-line selection: window bounds as yyyymmddhhmm, then
      * the drones; the window is capped so a mistyped year cannot
      * send the generation search through decades of dates
       01 WS-REPLAY-PARM           PIC X(200) VALUE SPACES.
       01 WS-PARM-FIELD-COUNT      PIC 9(3) VALUE 0.
       01 WS-PARM-FROM             PIC X(12) VALUE SPACES.
       01 WS-PARM-TO               PIC X(12) VALUE SPACES.
       01 WS-PARM-DRONES.
          05 WS-PARM-DRONE         PIC X(10) OCCURS 10 TIMES.
       01 WS-PARM-SUB              PIC 9(2).
       01 WS-PARM-VALID-SW         PIC X VALUE "Y".
          88 WS-PARM-IS-VALID      VALUE "Y".
       01 WS-WINDOW-FROM           PIC X(12).
       01 WS-WINDOW-TO             PIC X(12).
       01 WS-CHECK-STAMP           PIC X(12).
       01 WS-IN-WINDOW-SW          PIC X VALUE "N".
          88 WS-STAMP-IN-WINDOW    VALUE "Y".
       01 WS-CHECK-DATE-NUM        PIC 9(8).
       01 WS-FROM-DAY-INTEGER      PIC 9(8).
       01 WS-TO-DAY-INTEGER        PIC 9(8).
       01 WS-DAY-INTEGER           PIC 9(8).
       01 WS-DAY-DATE              PIC 9(8).
       01 WS-MAX-WINDOW-DAYS       PIC 9(3) VALUE 31.

       01 WS-SEL-COUNT             PIC 9(2) VALUE 0.
       01 WS-SEL-TABLE.
          05 WS-SEL-ENTRY OCCURS 10 TIMES
                          INDEXED BY WS-SEL-IDX.
             10 WS-SEL-DRONE-ID    PIC X(10).
             10 WS-SEL-CALLSIGN    PIC X(8).
             10 WS-SEL-EVENTS      PIC 9(5).
       01 WS-SEL-FOUND-SW          PIC X VALUE "N".
          88 WS-SEL-ENTRY-FOUND    VALUE "Y".
       01 WS-LOOKUP-DRONE-ID       PIC X(10).
       01 WS-LOOKUP-CALLSIGN       PIC X(8).

      * Generation dates ARCHMAN.RPT lists for a selected drone inside
      * the window; a listed generation that has gone missing is a
      * gap in the record and is called out in the header
       01 WS-LISTED-COUNT          PIC 9(3) VALUE 0.
       01 WS-LISTED-TABLE.
          05 WS-LISTED-DATE        PIC X(8) OCCURS 32 TIMES
                                   INDEXED BY WS-LST-IDX.
       01 WS-LISTED-FOUND-SW       PIC X VALUE "N".
          88 WS-LISTED-DATE-FOUND  VALUE "Y".
       01 WS-MANIFEST-HITS         PIC 9(5) VALUE 0.
       01 WS-MANIFEST-DATE         PIC X(8).

       01 WS-HISTORY-FILENAME      PIC X(16) VALUE SPACES.
       01 WS-HISTORY-ROLE          PIC X(24) VALUE SPACES.
       01 WS-FILE-EVENTS           PIC 9(5) VALUE 0.

      * Every file consulted, in the order consulted, for the header
       01 WS-SRC-COUNT             PIC 9(3) VALUE 0.
       01 WS-MAX-SRC-ENTRIES       PIC 9(3) VALUE 60.
       01 WS-SRC-TABLE.
          05 WS-SRC-ENTRY OCCURS 60 TIMES
                          INDEXED BY WS-SRC-IDX.
             10 WS-SRC-FILE        PIC X(16).
             10 WS-SRC-ROLE        PIC X(24).
             10 WS-SRC-NOTE        PIC X(34).
       01 WS-SRC-NOTE-WORK         PIC X(34).

      * Bridge run that produced the current per-run files
       01 WS-BRIDGE-RUN-ID         PIC X(14) VALUE SPACES.
       01 WS-BRIDGE-RUN-DATE       PIC X(8) VALUE SPACES.

      * Message routing from AUDITLOG.DAT for the selected callsigns
       01 WS-ROUTE-COUNT           PIC 9(5) VALUE 0.
       01 WS-MAX-ROUTE-ENTRIES     PIC 9(5) VALUE 5000.
       01 WS-ROUTE-TABLE.
          05 WS-ROUTE-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-RTE-IDX.
             10 WS-RTE-SEQ         PIC 9(6).
             10 WS-RTE-ROUTED-TO   PIC X(12).
       01 WS-ROUTE-FOUND-SW        PIC X VALUE "N".
          88 WS-ROUTE-ENTRY-FOUND  VALUE "Y".
       01 WS-FACILITY-NAME         PIC X(12).

      * The timeline itself. Stamp is yyyymmddhhmmss; sources that
      * only know the minute get seconds 00 and show the seconds
      * blank. Arrival sequence breaks ties so positions stay ahead of
      * the messages built from them
       01 WS-EVT-COUNT             PIC 9(5) VALUE 0.
       01 WS-MAX-EVT-ENTRIES       PIC 9(5) VALUE 5000.
       01 WS-EVT-TABLE.
          05 WS-EVT-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-EVT-IDX.
             10 WS-EVT-KEY.
                15 WS-EVT-STAMP    PIC X(14).
                15 WS-EVT-SEQ      PIC 9(5).
             10 WS-EVT-TIME-SHOWN  PIC X(6).
             10 WS-EVT-DRONE-ID    PIC X(10).
             10 WS-EVT-KIND        PIC X(4).
             10 WS-EVT-DETAIL      PIC X(57).
       01 WS-NEW-STAMP             PIC X(14).
       01 WS-NEW-TIME-SHOWN        PIC X(6).
       01 WS-NEW-DRONE-ID          PIC X(10).
       01 WS-NEW-KIND              PIC X(4).
       01 WS-NEW-DETAIL            PIC X(57).
       01 WS-POSITION-COUNT        PIC 9(5) VALUE 0.
       01 WS-MESSAGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-COMMAND-COUNT         PIC 9(5) VALUE 0.
       01 WS-ALERT-COUNT           PIC 9(5) VALUE 0.

      * Selection-sort work fields, as in the battery forecast
       01 WS-SORT-I                PIC 9(5).
       01 WS-SORT-J                PIC 9(5).
       01 WS-SORT-MIN              PIC 9(5).
       01 WS-SWAP-ENTRY            PIC X(96).

      * Conflict pair line held until its DRONES detail line arrives
       01 WS-CONF-CALLSIGN-1       PIC X(8).
       01 WS-CONF-CALLSIGN-2       PIC X(8).
       01 WS-CONF-FL-1             PIC X(3).
       01 WS-CONF-FL-2             PIC X(3).
       01 WS-CONF-TIME-1           PIC X(4).
       01 WS-CONF-TIME-2           PIC X(4).
       01 WS-CONF-DRONE-1          PIC X(10).
       01 WS-CONF-DRONE-2          PIC X(10).

       01 WS-PRINT-DATE            PIC X(8) VALUE SPACES.
       01 WS-DISPLAY-LAT           PIC +9(3).9(6).
       01 WS-DISPLAY-LON           PIC +9(3).9(6).
       01 WS-DISPLAY-ALT           PIC -9(5).
       01 WS-DISPLAY-SPEED         PIC ZZ9.9.
       01 WS-DISPLAY-HDG           PIC ZZ9.
       01 WS-DISPLAY-CMD-ALT       PIC ZZZZ9.99.
       01 WS-DISPLAY-CMD-SPD       PIC ZZ9.99.
       01 WS-DISPLAY-CMD-HDG       PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM PARSE-REPLAY-PARM
           IF NOT WS-PARM-IS-VALID
               DISPLAY "INCIDENT-REPLAY: USAGE - INCIDENT-REPLAY "
                   "yyyymmddhhmm yyyymmddhhmm drone [drone...]"
               DISPLAY "INCIDENT-REPLAY: WINDOW UP TO "
                   WS-MAX-WINDOW-DAYS " DAYS, UP TO 10 DRONES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOOKUP-SELECTED-CALLSIGNS
           PERFORM LOAD-MANIFEST-LISTINGS
           PERFORM LOAD-ARCHIVED-POSITIONS
           MOVE "TRKHIST.DAT" TO WS-HISTORY-FILENAME
           MOVE "LIVE TRACK HISTORY" TO WS-HISTORY-ROLE
           PERFORM LOAD-HISTORY-FILE
           PERFORM LOAD-BRIDGE-RUN-ID
           PERFORM LOAD-MESSAGE-ROUTING
           PERFORM LOAD-MESSAGES
           PERFORM LOAD-COMMANDS
           PERFORM LOAD-INCURSIONS
           PERFORM LOAD-CONFLICTS
           PERFORM LOAD-INCIDENTS
           PERFORM SORT-TIMELINE
           PERFORM WRITE-REPLAY-REPORT
           DISPLAY "INCIDENT-REPLAY: " WS-EVT-COUNT " EVENTS, "
               WS-SRC-COUNT " SOURCE FILES CONSULTED"
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0 OR WS-EVT-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       PARSE-REPLAY-PARM.
           ACCEPT WS-REPLAY-PARM FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-REPLAY-PARM LEADING) TO WS-REPLAY-PARM
           MOVE FUNCTION UPPER-CASE(WS-REPLAY-PARM) TO WS-REPLAY-PARM
           MOVE SPACES TO WS-PARM-DRONES
           MOVE 0 TO WS-PARM-FIELD-COUNT
           UNSTRING WS-REPLAY-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-FROM WS-PARM-TO
                    WS-PARM-DRONE(1) WS-PARM-DRONE(2)
                    WS-PARM-DRONE(3) WS-PARM-DRONE(4)
                    WS-PARM-DRONE(5) WS-PARM-DRONE(6)
                    WS-PARM-DRONE(7) WS-PARM-DRONE(8)
                    WS-PARM-DRONE(9) WS-PARM-DRONE(10)
               TALLYING IN WS-PARM-FIELD-COUNT
               ON OVERFLOW
                   DISPLAY "INCIDENT-REPLAY: MORE THAN 10 DRONES GIVEN"
                   MOVE "N" TO WS-PARM-VALID-SW
           END-UNSTRING
           MOVE WS-PARM-FROM TO WS-CHECK-STAMP
           PERFORM CHECK-WINDOW-STAMP
           MOVE WS-PARM-TO TO WS-CHECK-STAMP
           PERFORM CHECK-WINDOW-STAMP
           IF WS-PARM-IS-VALID
               MOVE WS-PARM-FROM TO WS-WINDOW-FROM
               MOVE WS-PARM-TO TO WS-WINDOW-TO
               PERFORM CHECK-WINDOW-SPAN
           END-IF
      * A drone named twice is selected once
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 10
               IF WS-PARM-DRONE(WS-PARM-SUB) NOT = SPACES
                   MOVE WS-PARM-DRONE(WS-PARM-SUB)
                       TO WS-LOOKUP-DRONE-ID
                   PERFORM FIND-SELECTED-DRONE
                   IF NOT WS-SEL-ENTRY-FOUND
                       ADD 1 TO WS-SEL-COUNT
                       SET WS-SEL-IDX TO WS-SEL-COUNT
                       MOVE WS-LOOKUP-DRONE-ID
                           TO WS-SEL-DRONE-ID(WS-SEL-IDX)
                       MOVE SPACES TO WS-SEL-CALLSIGN(WS-SEL-IDX)
                       MOVE 0 TO WS-SEL-EVENTS(WS-SEL-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SEL-COUNT = 0
               DISPLAY "INCIDENT-REPLAY: NO DRONE ID GIVEN"
               MOVE "N" TO WS-PARM-VALID-SW
           END-IF.

       CHECK-WINDOW-SPAN.
           MOVE WS-WINDOW-FROM(1:8) TO WS-CHECK-DATE-NUM
           COMPUTE WS-FROM-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
           MOVE WS-WINDOW-TO(1:8) TO WS-CHECK-DATE-NUM
           COMPUTE WS-TO-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
           EVALUATE TRUE
               WHEN WS-WINDOW-FROM > WS-WINDOW-TO
                   DISPLAY "INCIDENT-REPLAY: WINDOW ENDS BEFORE IT "
                       "STARTS"
                   MOVE "N" TO WS-PARM-VALID-SW
               WHEN WS-TO-DAY-INTEGER - WS-FROM-DAY-INTEGER
                       >= WS-MAX-WINDOW-DAYS
                   DISPLAY "INCIDENT-REPLAY: WINDOW LONGER THAN "
                       WS-MAX-WINDOW-DAYS " DAYS"
                   MOVE "N" TO WS-PARM-VALID-SW
           END-EVALUATE.

       CHECK-WINDOW-STAMP.
           IF WS-CHECK-STAMP IS NOT NUMERIC
               DISPLAY "INCIDENT-REPLAY: BAD WINDOW TIME "
                   WS-CHECK-STAMP
               MOVE "N" TO WS-PARM-VALID-SW
           ELSE
               MOVE WS-CHECK-STAMP(1:8) TO WS-CHECK-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM)
                       NOT = 0
                   OR WS-CHECK-STAMP(9:2) > "23"
                   OR WS-CHECK-STAMP(11:2) > "59"
                   DISPLAY "INCIDENT-REPLAY: BAD WINDOW TIME "
                       WS-CHECK-STAMP
                   MOVE "N" TO WS-PARM-VALID-SW
               END-IF
           END-IF.

       FIND-SELECTED-DRONE.
           MOVE "N" TO WS-SEL-FOUND-SW
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                       OR WS-SEL-ENTRY-FOUND
               IF WS-SEL-DRONE-ID(WS-SEL-IDX) = WS-LOOKUP-DRONE-ID
                   SET WS-SEL-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SEL-ENTRY-FOUND
               SET WS-SEL-IDX DOWN BY 1
           END-IF.

       FIND-SELECTED-CALLSIGN.
      * An unregistered drone has no callsign, so blank never matches
           MOVE "N" TO WS-SEL-FOUND-SW
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                       OR WS-SEL-ENTRY-FOUND
               IF WS-SEL-CALLSIGN(WS-SEL-IDX) = WS-LOOKUP-CALLSIGN
                   AND WS-LOOKUP-CALLSIGN NOT = SPACES
                   SET WS-SEL-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SEL-ENTRY-FOUND
               SET WS-SEL-IDX DOWN BY 1
           END-IF.

       LOOKUP-SELECTED-CALLSIGNS.
      * Messages are addressed by callsign, not drone ID
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-FILE-STATUS = "00"
               SET WS-REGISTRY-IS-OPEN TO TRUE
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-COUNT
                   MOVE WS-SEL-DRONE-ID(WS-SEL-IDX) TO WS-REG-DRONE-ID
                   READ REGISTRY-FILE KEY IS WS-REG-DRONE-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-REG-CALLSIGN
                               TO WS-SEL-CALLSIGN(WS-SEL-IDX)
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
               MOVE "USED" TO WS-SRC-NOTE-WORK
           ELSE
               MOVE "NOT AVAILABLE - NO MESSAGES MATCHED"
                   TO WS-SRC-NOTE-WORK
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE "REGISTRY.DAT" TO WS-HISTORY-FILENAME
           MOVE "CALLSIGN LOOKUP" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       LOAD-MANIFEST-LISTINGS.
      * ARCHMAN.RPT lines read "ARCHIVED: drone DATE=yyyymmdd ..."
           MOVE 0 TO WS-MANIFEST-HITS
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE-WORK
           ELSE
               PERFORM UNTIL WS-MANIFEST-FILE-STATUS = "10"
                   READ MANIFEST-FILE
                       AT END MOVE "10" TO WS-MANIFEST-FILE-STATUS
                       NOT AT END PERFORM NOTE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               MOVE SPACES TO WS-SRC-NOTE-WORK
               STRING "LISTS " WS-MANIFEST-HITS
                   " DRONE/DAYS IN WINDOW"
                   DELIMITED SIZE INTO WS-SRC-NOTE-WORK
           END-IF
           MOVE "ARCHMAN.RPT" TO WS-HISTORY-FILENAME
           MOVE "ARCHIVE MANIFEST" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       NOTE-MANIFEST-LINE.
           MOVE "N" TO WS-SEL-FOUND-SW
           IF WS-MANIFEST-LINE(1:10) = "ARCHIVED: "
               MOVE WS-MANIFEST-LINE(11:10) TO WS-LOOKUP-DRONE-ID
               MOVE WS-MANIFEST-LINE(27:8) TO WS-MANIFEST-DATE
               PERFORM FIND-SELECTED-DRONE
           END-IF
           IF WS-SEL-ENTRY-FOUND
               AND WS-MANIFEST-DATE >= WS-WINDOW-FROM(1:8)
               AND WS-MANIFEST-DATE <= WS-WINDOW-TO(1:8)
               ADD 1 TO WS-MANIFEST-HITS
               PERFORM FIND-LISTED-DATE
               IF NOT WS-LISTED-DATE-FOUND
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WS-MANIFEST-DATE
                       TO WS-LISTED-DATE(WS-LISTED-COUNT)
               END-IF
           END-IF.

       FIND-LISTED-DATE.
           MOVE "N" TO WS-LISTED-FOUND-SW
           PERFORM VARYING WS-LST-IDX FROM 1 BY 1
                   UNTIL WS-LST-IDX > WS-LISTED-COUNT
                       OR WS-LISTED-DATE-FOUND
               IF WS-LISTED-DATE(WS-LST-IDX) = WS-MANIFEST-DATE
                   SET WS-LISTED-DATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       LOAD-ARCHIVED-POSITIONS.
      * Every date in the window is tried, not only those the current
      * manifest lists: ARCHMAN.RPT covers the latest archive run
      * only, and older generations are still valid evidence
           PERFORM VARYING WS-DAY-INTEGER FROM WS-FROM-DAY-INTEGER BY 1
                   UNTIL WS-DAY-INTEGER > WS-TO-DAY-INTEGER
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE SPACES TO WS-HISTORY-FILENAME
               STRING "TRKHIST." WS-DAY-DATE DELIMITED SIZE
                   INTO WS-HISTORY-FILENAME
               MOVE "ARCHIVED GENERATION" TO WS-HISTORY-ROLE
               CALL "CBL_CHECK_FILE_EXIST" USING WS-HISTORY-FILENAME
                   WS-FILE-INFO RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT = 0
                   PERFORM LOAD-HISTORY-FILE
               ELSE
                   MOVE WS-DAY-DATE TO WS-MANIFEST-DATE
                   PERFORM FIND-LISTED-DATE
                   IF WS-LISTED-DATE-FOUND
                       DISPLAY "INCIDENT-REPLAY: " WS-HISTORY-FILENAME
                           " LISTED IN ARCHMAN.RPT BUT MISSING"
                       MOVE "LISTED IN MANIFEST - MISSING"
                           TO WS-SRC-NOTE-WORK
                       ADD 1 TO WS-WARNING-COUNT
                       PERFORM ADD-SOURCE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-HISTORY-FILE.
           MOVE 0 TO WS-FILE-EVENTS
           MOVE "00" TO WS-HISTORY-FILE-STATUS
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE-WORK
           ELSE
               PERFORM UNTIL WS-HISTORY-FILE-STATUS = "10"
                   READ HISTORY-FILE
                       AT END MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END PERFORM SELECT-POSITION
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               MOVE SPACES TO WS-SRC-NOTE-WORK
               STRING "EVENTS " WS-FILE-EVENTS
                   DELIMITED SIZE INTO WS-SRC-NOTE-WORK
           END-IF
           PERFORM ADD-SOURCE-ENTRY.

       SELECT-POSITION.
      * Positions are placed by the drone's own report time on the
      * history date, not by when the bridge happened to process them
           MOVE WS-HIST-DRONE-ID TO WS-LOOKUP-DRONE-ID
           PERFORM FIND-SELECTED-DRONE
           IF WS-SEL-ENTRY-FOUND
               MOVE SPACES TO WS-NEW-STAMP
               STRING WS-HIST-DATE WS-HIST-REPORT-HHMM "00"
                   DELIMITED SIZE INTO WS-NEW-STAMP
               PERFORM CHECK-STAMP-IN-WINDOW
               IF WS-STAMP-IN-WINDOW
                   PERFORM ADD-POSITION-EVENT
               END-IF
           END-IF.

       CHECK-STAMP-IN-WINDOW.
           IF WS-NEW-STAMP(1:12) < WS-WINDOW-FROM
               OR WS-NEW-STAMP(1:12) > WS-WINDOW-TO
               MOVE "N" TO WS-IN-WINDOW-SW
           ELSE
               SET WS-STAMP-IN-WINDOW TO TRUE
           END-IF.

       ADD-POSITION-EVENT.
           MOVE WS-NEW-STAMP(9:4) TO WS-NEW-TIME-SHOWN
           MOVE WS-HIST-DRONE-ID TO WS-NEW-DRONE-ID
           MOVE "POS " TO WS-NEW-KIND
           MOVE WS-HIST-LATITUDE TO WS-DISPLAY-LAT
           MOVE WS-HIST-LONGITUDE TO WS-DISPLAY-LON
           MOVE WS-HIST-ALTITUDE TO WS-DISPLAY-ALT
           MOVE WS-HIST-SPEED TO WS-DISPLAY-SPEED
           MOVE WS-HIST-HEADING TO WS-DISPLAY-HDG
           MOVE SPACES TO WS-NEW-DETAIL
           STRING WS-DISPLAY-LAT " " WS-DISPLAY-LON
               " A=" WS-DISPLAY-ALT " S=" WS-DISPLAY-SPEED
               " H=" WS-DISPLAY-HDG " B=" WS-HIST-BATTERY-PCT
               " " WS-HIST-STATUS-CODE
               DELIMITED SIZE INTO WS-NEW-DETAIL
           ADD 1 TO WS-POSITION-COUNT
           PERFORM ADD-TIMELINE-EVENT.

       LOAD-BRIDGE-RUN-ID.
           OPEN INPUT RUN-STATS-FILE
           IF WS-RUN-STATS-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE - RUN FILES UNDATED"
                   TO WS-SRC-NOTE-WORK
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-RUN-STATS-FILE-STATUS = "10"
                   READ RUN-STATS-FILE
                       AT END MOVE "10" TO WS-RUN-STATS-FILE-STATUS
                       NOT AT END
                           MOVE WS-RST-RUN-ID TO WS-BRIDGE-RUN-ID
                           MOVE WS-RST-DATE TO WS-BRIDGE-RUN-DATE
                   END-READ
               END-PERFORM
               CLOSE RUN-STATS-FILE
               MOVE SPACES TO WS-SRC-NOTE-WORK
               STRING "LAST RUN " WS-BRIDGE-RUN-ID
                   DELIMITED SIZE INTO WS-SRC-NOTE-WORK
           END-IF
           MOVE "RUNSTATS.DAT" TO WS-HISTORY-FILENAME
           MOVE "BRIDGE RUN HISTORY" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       LOAD-MESSAGE-ROUTING.
           MOVE 0 TO WS-FILE-EVENTS
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE-WORK
           ELSE
               PERFORM UNTIL WS-AUDIT-FILE-STATUS = "10"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "10" TO WS-AUDIT-FILE-STATUS
                       NOT AT END PERFORM NOTE-MESSAGE-ROUTE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               MOVE SPACES TO WS-SRC-NOTE-WORK
               STRING "ROUTINGS " WS-ROUTE-COUNT
                   DELIMITED SIZE INTO WS-SRC-NOTE-WORK
           END-IF
           MOVE "AUDITLOG.DAT" TO WS-HISTORY-FILENAME
           MOVE "MESSAGE ROUTING" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       NOTE-MESSAGE-ROUTE.
           MOVE WS-AUD-CALLSIGN TO WS-LOOKUP-CALLSIGN
           PERFORM FIND-SELECTED-CALLSIGN
           IF WS-SEL-ENTRY-FOUND
               PERFORM ADD-ROUTE-ENTRY
           END-IF.

       ADD-ROUTE-ENTRY.
           IF WS-ROUTE-COUNT >= WS-MAX-ROUTE-ENTRIES
               DISPLAY "INCIDENT-REPLAY: ROUTING TABLE FULL AT "
                   WS-MAX-ROUTE-ENTRIES " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ROUTE-COUNT
           SET WS-RTE-IDX TO WS-ROUTE-COUNT
           MOVE WS-AUD-SEQ TO WS-RTE-SEQ(WS-RTE-IDX)
           MOVE WS-AUD-ROUTED-TO TO WS-RTE-ROUTED-TO(WS-RTE-IDX).

       LOAD-MESSAGES.
           MOVE 0 TO WS-FILE-EVENTS
           OPEN INPUT ATC-MESSAGE-FILE
           IF WS-ATC-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE-WORK
           ELSE
               PERFORM UNTIL WS-ATC-FILE-STATUS = "10"
                   READ ATC-MESSAGE-FILE
                       AT END MOVE "10" TO WS-ATC-FILE-STATUS
                       NOT AT END PERFORM SELECT-MESSAGE
                   END-READ
               END-PERFORM
               CLOSE ATC-MESSAGE-FILE
               MOVE SPACES TO WS-SRC-NOTE-WORK
               STRING "EVENTS " WS-FILE-EVENTS
                   DELIMITED SIZE INTO WS-SRC-NOTE-WORK
           END-IF
           MOVE "ATCMSG.DAT" TO WS-HISTORY-FILENAME
           MOVE "MESSAGES SENT" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       SELECT-MESSAGE.
           MOVE WS-MSG-CALLSIGN TO WS-LOOKUP-CALLSIGN
           PERFORM FIND-SELECTED-CALLSIGN
           IF WS-SEL-ENTRY-FOUND
               MOVE WS-MSG-GEN-TS TO WS-NEW-STAMP
               PERFORM CHECK-STAMP-IN-WINDOW
               IF WS-STAMP-IN-WINDOW
                   PERFORM ADD-MESSAGE-EVENT
               END-IF
           END-IF.

       ADD-MESSAGE-EVENT.
           MOVE "UNROUTED" TO WS-FACILITY-NAME
           MOVE "N" TO WS-ROUTE-FOUND-SW
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-ROUTE-COUNT
                       OR WS-ROUTE-ENTRY-FOUND
               IF WS-RTE-SEQ(WS-RTE-IDX) = WS-MSG-SEQ
                   SET WS-ROUTE-ENTRY-FOUND TO TRUE
                   MOVE WS-RTE-ROUTED-TO(WS-RTE-IDX)
                       TO WS-FACILITY-NAME
               END-IF
           END-PERFORM
           MOVE WS-MSG-GEN-TS(9:6) TO WS-NEW-TIME-SHOWN
           MOVE WS-SEL-DRONE-ID(WS-SEL-IDX) TO WS-NEW-DRONE-ID
           MOVE "MSG " TO WS-NEW-KIND
           MOVE SPACES TO WS-NEW-DETAIL
           STRING "SEQ=" WS-MSG-SEQ " " WS-MSG-TYPE
               " SQK=" WS-MSG-SQUAWK " FL=" WS-MSG-ALT-FL
               " HDG=" WS-MSG-HDG " FAC=" WS-FACILITY-NAME
               DELIMITED SIZE INTO WS-NEW-DETAIL
           ADD 1 TO WS-MESSAGE-COUNT
           PERFORM ADD-TIMELINE-EVENT.

       LOAD-COMMANDS.
      * Commands carry no time of their own; they went out with the
      * bridge run that wrote DRONEOUT.DAT
           MOVE 0 TO WS-FILE-EVENTS
           OPEN INPUT DRONE-OUTBOUND-FILE
           IF WS-DRONE-OUT-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE-WORK
           ELSE
               IF WS-BRIDGE-RUN-ID NOT = SPACES
                   AND WS-BRIDGE-RUN-ID(1:12) >= WS-WINDOW-FROM
                   AND WS-BRIDGE-RUN-ID(1:12) <= WS-WINDOW-TO
                   PERFORM UNTIL WS-DRONE-OUT-FILE-STATUS = "10"
                       READ DRONE-OUTBOUND-FILE
                           AT END
                               MOVE "10" TO WS-DRONE-OUT-FILE-STATUS
                           NOT AT END PERFORM SELECT-COMMAND
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DRONE-OUTBOUND-FILE
               PERFORM NOTE-RUN-FILE-EVENTS
           END-IF
           MOVE "DRONEOUT.DAT" TO WS-HISTORY-FILENAME
           MOVE "COMMANDS SENT TO DRONE" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       SELECT-COMMAND.
           MOVE WS-OUT-DRONE-ID TO WS-LOOKUP-DRONE-ID
           PERFORM FIND-SELECTED-DRONE
           IF WS-SEL-ENTRY-FOUND
               PERFORM ADD-COMMAND-EVENT
           END-IF.

       ADD-COMMAND-EVENT.
           MOVE WS-BRIDGE-RUN-ID TO WS-NEW-STAMP
           MOVE WS-BRIDGE-RUN-ID(9:6) TO WS-NEW-TIME-SHOWN
           MOVE WS-OUT-DRONE-ID TO WS-NEW-DRONE-ID
           MOVE "CMD " TO WS-NEW-KIND
           MOVE WS-OUT-ALTITUDE TO WS-DISPLAY-CMD-ALT
           MOVE WS-OUT-SPEED TO WS-DISPLAY-CMD-SPD
           MOVE WS-OUT-HEADING TO WS-DISPLAY-CMD-HDG
           MOVE SPACES TO WS-NEW-DETAIL
           STRING "ALT=" WS-DISPLAY-CMD-ALT " SPD=" WS-DISPLAY-CMD-SPD
               " HDG=" WS-DISPLAY-CMD-HDG
               " STATUS=" WS-OUT-STATUS-CODE
               DELIMITED SIZE INTO WS-NEW-DETAIL
           ADD 1 TO WS-COMMAND-COUNT
           PERFORM ADD-TIMELINE-EVENT.

       LOAD-INCURSIONS.
      * "INCURSION: drone ZONE=zone TYPE=t FL=fff T=hhmm", timed by
      * the drone's report time on the bridge run date
           MOVE 0 TO WS-FILE-EVENTS
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE-WORK
           ELSE
               IF WS-BRIDGE-RUN-DATE NOT = SPACES
                   PERFORM UNTIL WS-VIOLATION-FILE-STATUS = "10"
                       READ VIOLATION-FILE
                           AT END
                               MOVE "10" TO WS-VIOLATION-FILE-STATUS
                           NOT AT END PERFORM SELECT-INCURSION
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE VIOLATION-FILE
               PERFORM NOTE-RUN-FILE-EVENTS
           END-IF
           MOVE "VIOLRPT.RPT" TO WS-HISTORY-FILENAME
           MOVE "AIRSPACE INCURSIONS" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       SELECT-INCURSION.
           MOVE "N" TO WS-SEL-FOUND-SW
           IF WS-VIOLATION-LINE(1:11) = "INCURSION: "
               MOVE WS-VIOLATION-LINE(12:10) TO WS-LOOKUP-DRONE-ID
               PERFORM FIND-SELECTED-DRONE
           END-IF
           IF WS-SEL-ENTRY-FOUND
               MOVE SPACES TO WS-NEW-STAMP
               STRING WS-BRIDGE-RUN-DATE WS-VIOLATION-LINE(53:4) "00"
                   DELIMITED SIZE INTO WS-NEW-STAMP
               PERFORM CHECK-STAMP-IN-WINDOW
               IF WS-STAMP-IN-WINDOW
                   PERFORM ADD-INCURSION-EVENT
               END-IF
           END-IF.

       ADD-INCURSION-EVENT.
           MOVE WS-NEW-STAMP(9:4) TO WS-NEW-TIME-SHOWN
           MOVE WS-LOOKUP-DRONE-ID TO WS-NEW-DRONE-ID
           MOVE "ALRT" TO WS-NEW-KIND
           MOVE SPACES TO WS-NEW-DETAIL
           STRING "AIRSPACE INCURSION ZONE=" WS-VIOLATION-LINE(28:8)
               " TYPE=" WS-VIOLATION-LINE(42:1)
               " FL=" WS-VIOLATION-LINE(47:3)
               DELIMITED SIZE INTO WS-NEW-DETAIL
           ADD 1 TO WS-ALERT-COUNT
           PERFORM ADD-TIMELINE-EVENT.

       LOAD-CONFLICTS.
      * Pair line "CONFLICT: cs1/cs2 FLaaa/FLbbb T=hhmm/hhmm" is held
      * until the "  DRONES id1/id2" line names the drones; each side
      * gets its own event at its own report time
           MOVE 0 TO WS-FILE-EVENTS
           OPEN INPUT CONFLICT-FILE
           IF WS-CONFLICT-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE-WORK
           ELSE
               IF WS-BRIDGE-RUN-DATE NOT = SPACES
                   PERFORM UNTIL WS-CONFLICT-FILE-STATUS = "10"
                       READ CONFLICT-FILE
                           AT END
                               MOVE "10" TO WS-CONFLICT-FILE-STATUS
                           NOT AT END PERFORM SELECT-CONFLICT
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CONFLICT-FILE
               PERFORM NOTE-RUN-FILE-EVENTS
           END-IF
           MOVE "CONFRPT.RPT" TO WS-HISTORY-FILENAME
           MOVE "SEPARATION CONFLICTS" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       SELECT-CONFLICT.
           EVALUATE TRUE
               WHEN WS-CONFLICT-LINE(1:10) = "CONFLICT: "
                   MOVE WS-CONFLICT-LINE(11:8) TO WS-CONF-CALLSIGN-1
                   MOVE WS-CONFLICT-LINE(20:8) TO WS-CONF-CALLSIGN-2
                   MOVE WS-CONFLICT-LINE(31:3) TO WS-CONF-FL-1
                   MOVE WS-CONFLICT-LINE(37:3) TO WS-CONF-FL-2
                   MOVE WS-CONFLICT-LINE(43:4) TO WS-CONF-TIME-1
                   MOVE WS-CONFLICT-LINE(48:4) TO WS-CONF-TIME-2
               WHEN WS-CONFLICT-LINE(1:9) = "  DRONES "
                   PERFORM SELECT-CONFLICT-DRONES
           END-EVALUATE.

       SELECT-CONFLICT-DRONES.
           MOVE WS-CONFLICT-LINE(10:10) TO WS-CONF-DRONE-1
           MOVE WS-CONFLICT-LINE(21:10) TO WS-CONF-DRONE-2
           MOVE WS-CONF-DRONE-1 TO WS-LOOKUP-DRONE-ID
           PERFORM FIND-SELECTED-DRONE
           IF WS-SEL-ENTRY-FOUND
               MOVE SPACES TO WS-NEW-STAMP
               STRING WS-BRIDGE-RUN-DATE WS-CONF-TIME-1 "00"
                   DELIMITED SIZE INTO WS-NEW-STAMP
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "SEPARATION CONFLICT WITH " WS-CONF-DRONE-2
                   " " WS-CONF-CALLSIGN-2 " FL" WS-CONF-FL-1
                   "/" WS-CONF-FL-2
                   DELIMITED SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-CONFLICT-EVENT
           END-IF
           MOVE WS-CONF-DRONE-2 TO WS-LOOKUP-DRONE-ID
           PERFORM FIND-SELECTED-DRONE
           IF WS-SEL-ENTRY-FOUND
               MOVE SPACES TO WS-NEW-STAMP
               STRING WS-BRIDGE-RUN-DATE WS-CONF-TIME-2 "00"
                   DELIMITED SIZE INTO WS-NEW-STAMP
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "SEPARATION CONFLICT WITH " WS-CONF-DRONE-1
                   " " WS-CONF-CALLSIGN-1 " FL" WS-CONF-FL-2
                   "/" WS-CONF-FL-1
                   DELIMITED SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-CONFLICT-EVENT
           END-IF.

       ADD-CONFLICT-EVENT.
           PERFORM CHECK-STAMP-IN-WINDOW
           IF WS-STAMP-IN-WINDOW
               MOVE WS-NEW-STAMP(9:4) TO WS-NEW-TIME-SHOWN
               MOVE WS-LOOKUP-DRONE-ID TO WS-NEW-DRONE-ID
               MOVE "ALRT" TO WS-NEW-KIND
               ADD 1 TO WS-ALERT-COUNT
               PERFORM ADD-TIMELINE-EVENT
           END-IF.

       LOAD-INCIDENTS.
      * The incident master is kept across runs, so distress onsets
      * and closures are dated in their own right
           MOVE 0 TO WS-FILE-EVENTS
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-FILE-STATUS = "35"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE-WORK
           ELSE
               PERFORM UNTIL WS-INCIDENT-FILE-STATUS = "10"
                   READ INCIDENT-FILE
                       AT END MOVE "10" TO WS-INCIDENT-FILE-STATUS
                       NOT AT END PERFORM SELECT-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
               MOVE SPACES TO WS-SRC-NOTE-WORK
               STRING "EVENTS " WS-FILE-EVENTS
                   DELIMITED SIZE INTO WS-SRC-NOTE-WORK
           END-IF
           MOVE "INCIDENT.DAT" TO WS-HISTORY-FILENAME
           MOVE "DISTRESS INCIDENTS" TO WS-HISTORY-ROLE
           PERFORM ADD-SOURCE-ENTRY.

       SELECT-INCIDENT.
           MOVE WS-INC-DRONE-ID TO WS-LOOKUP-DRONE-ID
           PERFORM FIND-SELECTED-DRONE
           IF WS-SEL-ENTRY-FOUND
               MOVE SPACES TO WS-NEW-STAMP
               STRING WS-INC-ONSET-DATE WS-INC-ONSET-HHMM "00"
                   DELIMITED SIZE INTO WS-NEW-STAMP
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "DISTRESS INCIDENT " WS-INC-NUMBER " OPENED "
                   WS-INC-ONSET-CODE " SQK=" WS-INC-ONSET-SQUAWK
                   DELIMITED SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-INCIDENT-EVENT
               IF WS-INC-STATE = "C"
                   MOVE SPACES TO WS-NEW-STAMP
                   STRING WS-INC-CLOSE-DATE WS-INC-CLOSE-HHMM "00"
                       DELIMITED SIZE INTO WS-NEW-STAMP
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING "DISTRESS INCIDENT " WS-INC-NUMBER
                       " CLOSED ON " WS-INC-LAST-CODE
                       DELIMITED SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-INCIDENT-EVENT
               END-IF
           END-IF.

       ADD-INCIDENT-EVENT.
           PERFORM CHECK-STAMP-IN-WINDOW
           IF WS-STAMP-IN-WINDOW
               MOVE WS-NEW-STAMP(9:4) TO WS-NEW-TIME-SHOWN
               MOVE WS-INC-DRONE-ID TO WS-NEW-DRONE-ID
               MOVE "ALRT" TO WS-NEW-KIND
               ADD 1 TO WS-ALERT-COUNT
               PERFORM ADD-TIMELINE-EVENT
           END-IF.

       NOTE-RUN-FILE-EVENTS.
           MOVE SPACES TO WS-SRC-NOTE-WORK
           IF WS-BRIDGE-RUN-ID = SPACES
               MOVE "NOT USED - RUN UNDATED" TO WS-SRC-NOTE-WORK
           ELSE
               STRING "EVENTS " WS-FILE-EVENTS
                   " RUN " WS-BRIDGE-RUN-ID
                   DELIMITED SIZE INTO WS-SRC-NOTE-WORK
           END-IF.

       ADD-TIMELINE-EVENT.
           IF WS-EVT-COUNT >= WS-MAX-EVT-ENTRIES
               DISPLAY "INCIDENT-REPLAY: TIMELINE TABLE FULL AT "
                   WS-MAX-EVT-ENTRIES " EVENTS - NARROW THE WINDOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVT-COUNT
           ADD 1 TO WS-FILE-EVENTS
           ADD 1 TO WS-SEL-EVENTS(WS-SEL-IDX)
           SET WS-EVT-IDX TO WS-EVT-COUNT
           MOVE WS-NEW-STAMP TO WS-EVT-STAMP(WS-EVT-IDX)
           MOVE WS-EVT-COUNT TO WS-EVT-SEQ(WS-EVT-IDX)
           MOVE WS-NEW-TIME-SHOWN TO WS-EVT-TIME-SHOWN(WS-EVT-IDX)
           MOVE WS-NEW-DRONE-ID TO WS-EVT-DRONE-ID(WS-EVT-IDX)
           MOVE WS-NEW-KIND TO WS-EVT-KIND(WS-EVT-IDX)
           MOVE WS-NEW-DETAIL TO WS-EVT-DETAIL(WS-EVT-IDX).

       ADD-SOURCE-ENTRY.
           IF WS-SRC-COUNT >= WS-MAX-SRC-ENTRIES
               DISPLAY "INCIDENT-REPLAY: SOURCE TABLE FULL AT "
                   WS-MAX-SRC-ENTRIES " FILES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SRC-COUNT
           SET WS-SRC-IDX TO WS-SRC-COUNT
           MOVE WS-HISTORY-FILENAME TO WS-SRC-FILE(WS-SRC-IDX)
           MOVE WS-HISTORY-ROLE TO WS-SRC-ROLE(WS-SRC-IDX)
           MOVE WS-SRC-NOTE-WORK TO WS-SRC-NOTE(WS-SRC-IDX).

       SORT-TIMELINE.
      * Straight selection sort on stamp then arrival sequence
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-EVT-COUNT
               MOVE WS-SORT-I TO WS-SORT-MIN
               PERFORM VARYING WS-SORT-J FROM WS-SORT-I BY 1
                       UNTIL WS-SORT-J > WS-EVT-COUNT
                   SET WS-EVT-IDX TO WS-SORT-J
                   IF WS-EVT-KEY(WS-EVT-IDX) <
                       WS-EVT-KEY(WS-SORT-MIN)
                       MOVE WS-SORT-J TO WS-SORT-MIN
                   END-IF
               END-PERFORM
               IF WS-SORT-MIN NOT = WS-SORT-I
                   MOVE WS-EVT-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
                   MOVE WS-EVT-ENTRY(WS-SORT-MIN)
                       TO WS-EVT-ENTRY(WS-SORT-I)
                   MOVE WS-SWAP-ENTRY TO WS-EVT-ENTRY(WS-SORT-MIN)
               END-IF
           END-PERFORM.

       WRITE-REPLAY-REPORT.
           OPEN OUTPUT REPLAY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INCIDENT REPLAY TIMELINE   PRINTED " WS-RUN-DATE
               " " WS-RUN-TIME DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WINDOW " WS-WINDOW-FROM(1:8) " "
               WS-WINDOW-FROM(9:4) " TO " WS-WINDOW-TO(1:8) " "
               WS-WINDOW-TO(9:4)
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DRONE  " WS-SEL-DRONE-ID(WS-SEL-IDX)
                   " CALLSIGN " WS-SEL-CALLSIGN(WS-SEL-IDX)
                   " EVENTS " WS-SEL-EVENTS(WS-SEL-IDX)
                   DELIMITED SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SOURCE FILES CONSULTED" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-SRC-FILE(WS-SRC-IDX)
                   " " WS-SRC-ROLE(WS-SRC-IDX)
                   " " WS-SRC-NOTE(WS-SRC-IDX)
                   DELIMITED SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "TIME   DRONE      KIND DETAIL" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-DATE
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF WS-EVT-STAMP(WS-EVT-IDX)(1:8) NOT = WS-PRINT-DATE
                   MOVE WS-EVT-STAMP(WS-EVT-IDX)(1:8) TO WS-PRINT-DATE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "DATE " WS-PRINT-DATE
                       DELIMITED SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-EVT-TIME-SHOWN(WS-EVT-IDX) " "
                   WS-EVT-DRONE-ID(WS-EVT-IDX) " "
                   WS-EVT-KIND(WS-EVT-IDX) " "
                   WS-EVT-DETAIL(WS-EVT-IDX)
                   DELIMITED SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-EVT-COUNT = 0
               MOVE "  NO EVENTS FOUND IN WINDOW" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EVENTS=" WS-EVT-COUNT
               " POSITIONS=" WS-POSITION-COUNT
               " MESSAGES=" WS-MESSAGE-COUNT
               " COMMANDS=" WS-COMMAND-COUNT
               " ALERTS=" WS-ALERT-COUNT
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPLAY-REPORT-FILE.

       WRITE-REPORT-LINE.
           WRITE WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "INCIDENT-REPLAY: REPORT-FILE WRITE ERROR "
                   "STATUS=" WS-REPORT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
