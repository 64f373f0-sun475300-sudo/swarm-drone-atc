      * Phase 616: Legacy ATC Bridge — Surveillance Data Submission
      * 항공당국 일일 감시 자료 제출 파일
      * Extracts every surveilled drone position for a day from track
      * history into the aviation authority's delimited interchange
      * format: one header record, one detail record per position and
      * a trailer carrying record counts and hash totals. Each
      * position carries the drone's registered callsign, its discrete
      * squawk from REGISTRY.DAT and its distress status; drones the
      * authority has exempted in EXEMPT.DAT are left out.
      * SUBCTL.DAT records every day already submitted. Each run sends
      * every day after the last one recorded, up to yesterday or the
      * YYYYMMDD date given on the command line, so a day is never
      * sent twice and a day missed by an earlier run goes out on the
      * next one. Each day is written to its own SURVSUB.YYYYMMDD file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURV-SUBMIT.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-REG-DRONE-ID
               ALTERNATE RECORD KEY IS WS-REG-CALLSIGN
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT EXEMPT-FILE ASSIGN TO "EXEMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEMPT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "SUBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO DYNAMIC WS-SUBMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-FILE-STATUS.

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

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01 WS-REGISTRY-RECORD.
          05 WS-REG-DRONE-ID       PIC X(10).
          05 WS-REG-CALLSIGN       PIC X(8).
          05 WS-REG-SQUAWK-BASE    PIC 9(4).
          05 WS-REG-ASSIGNED-DATE  PIC X(8).

      * Authority exemptions: a blank from-date applies from the
      * start, a blank to-date until withdrawn
       FD  EXEMPT-FILE
           RECORDING MODE IS F.
       01 WS-EXEMPT-RECORD.
          05 WS-EXM-DRONE-ID       PIC X(10).
          05 WS-EXM-FROM-DATE      PIC X(8).
          05 WS-EXM-TO-DATE        PIC X(8).
          05 WS-EXM-REFERENCE      PIC X(20).

      * One record per data day submitted, written only once the
      * day's file has been closed cleanly
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01 WS-CONTROL-RECORD.
          05 WS-CTL-DATA-DATE      PIC X(8).
          05 WS-CTL-SEQUENCE       PIC 9(6).
          05 WS-CTL-FILENAME       PIC X(16).
          05 WS-CTL-CREATED-DATE   PIC X(8).
          05 WS-CTL-CREATED-TIME   PIC X(8).
          05 WS-CTL-DETAIL-COUNT   PIC 9(7).
          05 WS-CTL-EXEMPT-COUNT   PIC 9(7).
          05 WS-CTL-SQUAWK-HASH    PIC 9(12).
          05 WS-CTL-POSITION-HASH  PIC 9(15).

       FD  SUBMISSION-FILE
           RECORDING MODE IS F.
       01 WS-SUBMIT-LINE           PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS   PIC XX VALUE "00".
       01 WS-REGISTRY-FILE-STATUS  PIC XX VALUE "00".
       01 WS-EXEMPT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CONTROL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-SUBMIT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-FILE-INFO.
          05 WS-FILE-INFO-SIZE     PIC X(8) COMP-X.
          05 WS-FILE-INFO-DATE     PIC X(4) COMP-X.
          05 WS-FILE-INFO-TIME     PIC X(4) COMP-X.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-DATE-PARM             PIC X(20) VALUE SPACES.
       01 WS-THROUGH-DATE          PIC X(8).
       01 WS-THROUGH-DATE-NUM      PIC 9(8).
       01 WS-HISTORY-FILENAME      PIC X(16) VALUE SPACES.
       01 WS-SUBMIT-FILENAME       PIC X(16) VALUE SPACES.
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(4) VALUE 0.

       01 WS-LAST-SENT-DATE        PIC X(8) VALUE SPACES.
       01 WS-LAST-SENT-DATE-NUM    PIC 9(8).
       01 WS-LAST-SEQUENCE         PIC 9(6) VALUE 0.
       01 WS-CONTROL-COUNT         PIC 9(5) VALUE 0.
       01 WS-FIRST-DAY-INTEGER     PIC 9(8).
       01 WS-LAST-DAY-INTEGER      PIC 9(8).
       01 WS-DAY-INTEGER           PIC 9(8).
       01 WS-DAY-DATE              PIC 9(8).
       01 WS-DATA-DATE             PIC X(8).
       01 WS-DAYS-SENT             PIC 9(3) VALUE 0.
      * A long outage is caught up a month at a time
       01 WS-MAX-CATCHUP-DAYS      PIC 9(3) VALUE 31.
       01 WS-DAY-ERRORS-AT-START   PIC 9(4).
       01 WS-STOP-SW               PIC X VALUE "N".
          88 WS-STOP-SUBMITTING    VALUE "Y".

       01 WS-EXEMPT-COUNT          PIC 9(3) VALUE 0.
       01 WS-MAX-EXEMPT-ENTRIES    PIC 9(3) VALUE 500.
       01 WS-EXEMPT-TABLE.
          05 WS-EXM-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-EXM-IDX.
             10 WS-EXM-TBL-DRONE-ID  PIC X(10).
             10 WS-EXM-TBL-FROM-DATE PIC X(8).
             10 WS-EXM-TBL-TO-DATE   PIC X(8).
       01 WS-EXEMPT-SW             PIC X VALUE "N".
          88 WS-DRONE-IS-EXEMPT    VALUE "Y".

      * Registry lookups are keyed reads; track history is grouped by
      * drone often enough that the last answer is kept
       01 WS-LOOKUP-DRONE-ID       PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-CALLSIGN       PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-SQUAWK         PIC 9(4) VALUE 0.
       01 WS-LOOKUP-FOUND-SW       PIC X VALUE "N".
          88 WS-LOOKUP-REGISTERED  VALUE "Y".

       01 WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
       01 WS-EXCLUDED-COUNT        PIC 9(7) VALUE 0.
       01 WS-UNREGISTERED-COUNT    PIC 9(7) VALUE 0.
       01 WS-DISTRESS-COUNT        PIC 9(7) VALUE 0.
       01 WS-RECORD-COUNT          PIC 9(7) VALUE 0.
       01 WS-TRAILER-RECORD-COUNT  PIC 9(7) VALUE 0.
       01 WS-SQUAWK-HASH           PIC 9(12) VALUE 0.
       01 WS-POSITION-HASH         PIC 9(15) VALUE 0.
       01 WS-HASH-MICRODEG         PIC 9(9).

       01 WS-OUT-SEQUENCE          PIC 9(6).
       01 WS-OUT-SQUAWK            PIC X(4).
       01 WS-OUT-DISTRESS          PIC X.
       01 WS-OUT-LATITUDE          PIC +999.999999.
       01 WS-OUT-LONGITUDE         PIC +999.999999.
       01 WS-OUT-ALTITUDE          PIC +99999.99.
       01 WS-OUT-SPEED             PIC 999.99.
       01 WS-OUT-HEADING           PIC 999.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE
      * Only completed days can be submitted
           IF WS-DATE-PARM = SPACES
               COMPUTE WS-THROUGH-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1)
               MOVE WS-THROUGH-DATE-NUM TO WS-THROUGH-DATE
           ELSE
               IF FUNCTION TRIM(WS-DATE-PARM) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-PARM)) = 8
                   AND WS-DATE-PARM(1:8) < WS-RUN-DATE
                   MOVE WS-DATE-PARM(1:8) TO WS-THROUGH-DATE
                   MOVE WS-THROUGH-DATE TO WS-THROUGH-DATE-NUM
               ELSE
                   DISPLAY "SURV-SUBMIT: USAGE: SURV-SUBMIT [YYYYMMDD]"
                   DISPLAY "SURV-SUBMIT: DATE MUST BE BEFORE TODAY "
                       WS-RUN-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-CONTROL-FILE
           IF WS-LAST-SENT-DATE NOT = SPACES
               AND WS-LAST-SENT-DATE >= WS-THROUGH-DATE
               DISPLAY "SURV-SUBMIT: SUBMITTED THROUGH "
                   WS-LAST-SENT-DATE " - NOTHING DUE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-SUBMISSION-RANGE
           PERFORM LOAD-EXEMPTIONS
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-FILE-STATUS NOT = "00"
               DISPLAY "SURV-SUBMIT: REGISTRY.DAT OPEN FAILED STATUS="
                   WS-REGISTRY-FILE-STATUS " - NOTHING SUBMITTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DAY-INTEGER FROM WS-FIRST-DAY-INTEGER
                   BY 1
                   UNTIL WS-DAY-INTEGER > WS-LAST-DAY-INTEGER
                       OR WS-STOP-SUBMITTING
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE WS-DAY-DATE TO WS-DATA-DATE
               PERFORM SUBMIT-ONE-DAY
           END-PERFORM
           CLOSE REGISTRY-FILE
           DISPLAY "SURV-SUBMIT: DAYS SUBMITTED=" WS-DAYS-SENT
               " THROUGH " WS-LAST-SENT-DATE
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CONTROL-FILE-STATUS = "10"
                   READ CONTROL-FILE
                       AT END MOVE "10" TO WS-CONTROL-FILE-STATUS
                       NOT AT END
                           IF WS-CTL-DATA-DATE NOT = SPACES
                               PERFORM NOTE-CONTROL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       NOTE-CONTROL-ENTRY.
           ADD 1 TO WS-CONTROL-COUNT
           IF WS-LAST-SENT-DATE = SPACES
               OR WS-CTL-DATA-DATE > WS-LAST-SENT-DATE
               MOVE WS-CTL-DATA-DATE TO WS-LAST-SENT-DATE
           END-IF
           IF WS-CTL-SEQUENCE IS NUMERIC
               AND WS-CTL-SEQUENCE > WS-LAST-SEQUENCE
               MOVE WS-CTL-SEQUENCE TO WS-LAST-SEQUENCE
           END-IF.

       SET-SUBMISSION-RANGE.
      * The first ever run sends the through date alone; after that
      * every day since the last one sent is due
           COMPUTE WS-LAST-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-THROUGH-DATE-NUM)
           IF WS-LAST-SENT-DATE = SPACES
               MOVE WS-LAST-DAY-INTEGER TO WS-FIRST-DAY-INTEGER
           ELSE
               MOVE WS-LAST-SENT-DATE TO WS-LAST-SENT-DATE-NUM
               COMPUTE WS-FIRST-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-SENT-DATE-NUM) + 1
           END-IF
           IF WS-FIRST-DAY-INTEGER < WS-LAST-DAY-INTEGER
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY-INTEGER)
               DISPLAY "SURV-SUBMIT: MISSED DAYS FROM " WS-DAY-DATE
                   " INCLUDED IN THIS RUN"
           END-IF
           IF WS-LAST-DAY-INTEGER - WS-FIRST-DAY-INTEGER
                   >= WS-MAX-CATCHUP-DAYS
               COMPUTE WS-LAST-DAY-INTEGER =
                   WS-FIRST-DAY-INTEGER + WS-MAX-CATCHUP-DAYS - 1
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LAST-DAY-INTEGER)
               DISPLAY "SURV-SUBMIT: CATCH-UP LIMITED TO "
                   WS-MAX-CATCHUP-DAYS " DAYS, STOPPING AFTER "
                   WS-DAY-DATE " - REST GOES NEXT RUN"
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       LOAD-EXEMPTIONS.
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EXEMPT-FILE-STATUS = "10"
                   READ EXEMPT-FILE
                       AT END MOVE "10" TO WS-EXEMPT-FILE-STATUS
                       NOT AT END
                           IF WS-EXM-DRONE-ID NOT = SPACES
                               PERFORM LOAD-EXEMPT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXEMPT-FILE
           END-IF.

       LOAD-EXEMPT-ENTRY.
           IF WS-EXEMPT-COUNT >= WS-MAX-EXEMPT-ENTRIES
               DISPLAY "SURV-SUBMIT: EXEMPTION TABLE FULL AT "
                   WS-MAX-EXEMPT-ENTRIES " ENTRIES, CANNOT ADD "
                   WS-EXM-DRONE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXEMPT-COUNT
           SET WS-EXM-IDX TO WS-EXEMPT-COUNT
           MOVE WS-EXM-DRONE-ID TO WS-EXM-TBL-DRONE-ID(WS-EXM-IDX)
           MOVE WS-EXM-FROM-DATE TO WS-EXM-TBL-FROM-DATE(WS-EXM-IDX)
           MOVE WS-EXM-TO-DATE TO WS-EXM-TBL-TO-DATE(WS-EXM-IDX).

       SUBMIT-ONE-DAY.
           MOVE WS-ERROR-COUNT TO WS-DAY-ERRORS-AT-START
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-EXCLUDED-COUNT
           MOVE 0 TO WS-UNREGISTERED-COUNT
           MOVE 0 TO WS-DISTRESS-COUNT
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-SQUAWK-HASH
           MOVE 0 TO WS-POSITION-HASH
           COMPUTE WS-OUT-SEQUENCE = WS-LAST-SEQUENCE + 1
           MOVE SPACES TO WS-SUBMIT-FILENAME
           STRING "SURVSUB." WS-DATA-DATE DELIMITED SIZE
               INTO WS-SUBMIT-FILENAME
           OPEN OUTPUT SUBMISSION-FILE
           IF WS-SUBMIT-FILE-STATUS NOT = "00"
               DISPLAY "SURV-SUBMIT: " WS-SUBMIT-FILENAME
                   " OPEN FAILED STATUS=" WS-SUBMIT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               SET WS-STOP-SUBMITTING TO TRUE
           ELSE
               PERFORM WRITE-HEADER-RECORD
      * A day older than the archive retention lives in its own
      * generation; anything still live is in TRKHIST.DAT
               MOVE SPACES TO WS-HISTORY-FILENAME
               STRING "TRKHIST." WS-DATA-DATE DELIMITED SIZE
                   INTO WS-HISTORY-FILENAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-HISTORY-FILENAME
                   WS-FILE-INFO RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT = 0
                   PERFORM EXTRACT-HISTORY-FILE
               END-IF
               MOVE "TRKHIST.DAT" TO WS-HISTORY-FILENAME
               PERFORM EXTRACT-HISTORY-FILE
               PERFORM WRITE-TRAILER-RECORD
               CLOSE SUBMISSION-FILE
               PERFORM RECORD-DAY-SUBMITTED
           END-IF.

       RECORD-DAY-SUBMITTED.
      * A day whose file could not be written cleanly is not recorded
      * and later days are held back, so it is retried first next run
           IF WS-ERROR-COUNT > WS-DAY-ERRORS-AT-START
               DISPLAY "SURV-SUBMIT: " WS-SUBMIT-FILENAME
                   " INCOMPLETE - NOT RECORDED AS SENT"
               SET WS-STOP-SUBMITTING TO TRUE
           ELSE
               OPEN EXTEND CONTROL-FILE
               IF WS-CONTROL-FILE-STATUS = "35"
                   OPEN OUTPUT CONTROL-FILE
               END-IF
               MOVE WS-DATA-DATE TO WS-CTL-DATA-DATE
               MOVE WS-OUT-SEQUENCE TO WS-CTL-SEQUENCE
               MOVE WS-SUBMIT-FILENAME TO WS-CTL-FILENAME
               MOVE WS-RUN-DATE TO WS-CTL-CREATED-DATE
               MOVE WS-RUN-TIME TO WS-CTL-CREATED-TIME
               MOVE WS-DETAIL-COUNT TO WS-CTL-DETAIL-COUNT
               MOVE WS-EXCLUDED-COUNT TO WS-CTL-EXEMPT-COUNT
               MOVE WS-SQUAWK-HASH TO WS-CTL-SQUAWK-HASH
               MOVE WS-POSITION-HASH TO WS-CTL-POSITION-HASH
               WRITE WS-CONTROL-RECORD
               IF WS-CONTROL-FILE-STATUS NOT = "00"
                   DISPLAY "SURV-SUBMIT: SUBCTL.DAT WRITE ERROR STATUS="
                       WS-CONTROL-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   SET WS-STOP-SUBMITTING TO TRUE
               ELSE
                   ADD 1 TO WS-DAYS-SENT
                   MOVE WS-OUT-SEQUENCE TO WS-LAST-SEQUENCE
                   MOVE WS-DATA-DATE TO WS-LAST-SENT-DATE
                   DISPLAY "SURV-SUBMIT: " WS-SUBMIT-FILENAME
                       " SEQ=" WS-OUT-SEQUENCE
                       " POSITIONS=" WS-DETAIL-COUNT
                       " EXEMPT=" WS-EXCLUDED-COUNT
                       " DISTRESS=" WS-DISTRESS-COUNT
               END-IF
               CLOSE CONTROL-FILE
               IF WS-DETAIL-COUNT = 0
                   DISPLAY "SURV-SUBMIT: " WS-SUBMIT-FILENAME
                       " IS A NIL RETURN - NO POSITIONS FOUND"
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               IF WS-UNREGISTERED-COUNT > 0
                   DISPLAY "SURV-SUBMIT: " WS-SUBMIT-FILENAME " HAS "
                       WS-UNREGISTERED-COUNT
                       " POSITIONS WITH NO REGISTRY ENTRY"
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.

       EXTRACT-HISTORY-FILE.
           MOVE "00" TO WS-HISTORY-FILE-STATUS
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-HISTORY-FILE-STATUS = "10"
                   READ HISTORY-FILE
                       AT END MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF WS-HIST-DATE = WS-DATA-DATE
                               PERFORM EXTRACT-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       EXTRACT-POSITION.
           PERFORM CHECK-EXEMPTION
           IF WS-DRONE-IS-EXEMPT
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               PERFORM LOOKUP-REGISTRY
               PERFORM WRITE-DETAIL-RECORD
           END-IF.

       CHECK-EXEMPTION.
           MOVE "N" TO WS-EXEMPT-SW
           PERFORM VARYING WS-EXM-IDX FROM 1 BY 1
                   UNTIL WS-EXM-IDX > WS-EXEMPT-COUNT
                       OR WS-DRONE-IS-EXEMPT
               IF WS-EXM-TBL-DRONE-ID(WS-EXM-IDX) = WS-HIST-DRONE-ID
                   AND (WS-EXM-TBL-FROM-DATE(WS-EXM-IDX) = SPACES
                       OR WS-EXM-TBL-FROM-DATE(WS-EXM-IDX)
                           <= WS-DATA-DATE)
                   AND (WS-EXM-TBL-TO-DATE(WS-EXM-IDX) = SPACES
                       OR WS-EXM-TBL-TO-DATE(WS-EXM-IDX)
                           >= WS-DATA-DATE)
                   SET WS-DRONE-IS-EXEMPT TO TRUE
               END-IF
           END-PERFORM.

       LOOKUP-REGISTRY.
           IF WS-HIST-DRONE-ID NOT = WS-LOOKUP-DRONE-ID
               MOVE WS-HIST-DRONE-ID TO WS-LOOKUP-DRONE-ID
               MOVE WS-HIST-DRONE-ID TO WS-REG-DRONE-ID
               READ REGISTRY-FILE KEY IS WS-REG-DRONE-ID
                   INVALID KEY
                       MOVE "N" TO WS-LOOKUP-FOUND-SW
                       MOVE SPACES TO WS-LOOKUP-CALLSIGN
                       MOVE 0 TO WS-LOOKUP-SQUAWK
                   NOT INVALID KEY
                       SET WS-LOOKUP-REGISTERED TO TRUE
                       MOVE WS-REG-CALLSIGN TO WS-LOOKUP-CALLSIGN
                       MOVE WS-REG-SQUAWK-BASE TO WS-LOOKUP-SQUAWK
               END-READ
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO WS-SUBMIT-LINE
           STRING "H|SDACS|01|" WS-DATA-DATE "|" WS-OUT-SEQUENCE
               "|" WS-RUN-DATE "|" WS-RUN-TIME(1:6)
               DELIMITED SIZE INTO WS-SUBMIT-LINE
           PERFORM WRITE-SUBMIT-LINE.

       WRITE-DETAIL-RECORD.
      * Distress status follows the bridge: EMG squawks 7700, COM
      * 7600 and SEC 7500 whatever the registry holds
           EVALUATE WS-HIST-STATUS-CODE
               WHEN "EMG" MOVE "E" TO WS-OUT-DISTRESS
               WHEN "COM" MOVE "C" TO WS-OUT-DISTRESS
               WHEN "SEC" MOVE "S" TO WS-OUT-DISTRESS
               WHEN OTHER MOVE "N" TO WS-OUT-DISTRESS
           END-EVALUATE
           IF WS-OUT-DISTRESS NOT = "N"
               ADD 1 TO WS-DISTRESS-COUNT
           END-IF
           IF WS-LOOKUP-REGISTERED
               MOVE WS-LOOKUP-SQUAWK TO WS-OUT-SQUAWK
               ADD WS-LOOKUP-SQUAWK TO WS-SQUAWK-HASH
           ELSE
               MOVE SPACES TO WS-OUT-SQUAWK
               ADD 1 TO WS-UNREGISTERED-COUNT
           END-IF
           MOVE WS-HIST-LATITUDE TO WS-OUT-LATITUDE
           MOVE WS-HIST-LONGITUDE TO WS-OUT-LONGITUDE
           MOVE WS-HIST-ALTITUDE TO WS-OUT-ALTITUDE
           MOVE WS-HIST-SPEED TO WS-OUT-SPEED
           MOVE WS-HIST-HEADING TO WS-OUT-HEADING
      * Position hash is the sum of absolute latitude and longitude
      * in millionths of a degree
           COMPUTE WS-HASH-MICRODEG =
               FUNCTION ABS(WS-HIST-LATITUDE) * 1000000
           ADD WS-HASH-MICRODEG TO WS-POSITION-HASH
           COMPUTE WS-HASH-MICRODEG =
               FUNCTION ABS(WS-HIST-LONGITUDE) * 1000000
           ADD WS-HASH-MICRODEG TO WS-POSITION-HASH
           MOVE SPACES TO WS-SUBMIT-LINE
           STRING "D|" WS-HIST-DATE "|" WS-HIST-REPORT-HHMM "|"
               FUNCTION TRIM(WS-HIST-DRONE-ID) "|"
               FUNCTION TRIM(WS-LOOKUP-CALLSIGN) "|"
               FUNCTION TRIM(WS-OUT-SQUAWK) "|"
               WS-OUT-LATITUDE "|" WS-OUT-LONGITUDE "|"
               WS-OUT-ALTITUDE "|" WS-OUT-SPEED "|" WS-OUT-HEADING "|"
               WS-HIST-STATUS-CODE "|" WS-OUT-DISTRESS
               DELIMITED SIZE INTO WS-SUBMIT-LINE
           PERFORM WRITE-SUBMIT-LINE
           ADD 1 TO WS-DETAIL-COUNT.

       WRITE-TRAILER-RECORD.
      * Record count includes the header and this trailer
           COMPUTE WS-TRAILER-RECORD-COUNT = WS-RECORD-COUNT + 1
           MOVE SPACES TO WS-SUBMIT-LINE
           STRING "T|" WS-DATA-DATE "|" WS-OUT-SEQUENCE "|"
               WS-TRAILER-RECORD-COUNT "|" WS-DETAIL-COUNT "|"
               WS-EXCLUDED-COUNT "|" WS-DISTRESS-COUNT "|"
               WS-SQUAWK-HASH "|" WS-POSITION-HASH
               DELIMITED SIZE INTO WS-SUBMIT-LINE
           PERFORM WRITE-SUBMIT-LINE.

       WRITE-SUBMIT-LINE.
           WRITE WS-SUBMIT-LINE
           IF WS-SUBMIT-FILE-STATUS NOT = "00"
               DISPLAY "SURV-SUBMIT: " WS-SUBMIT-FILENAME
                   " WRITE ERROR STATUS=" WS-SUBMIT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.
