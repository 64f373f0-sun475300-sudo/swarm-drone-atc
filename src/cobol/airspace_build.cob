      * Phase 616: Legacy ATC Bridge — Daily Airspace Build
      * 일일 공역 제한 구역 생성
      * Run first each day, ahead of FLTPLAN-VET and the bridge: builds
      * that day's AIRSPACE.DAT from the permanent zones in
      * AIRSPACE.PRM plus every dated temporary restriction in force.
      * Restrictions are raised, amended and cancelled through
      * RESTRICT.TXN (add / amend / cancel by reference number, each
      * carrying effective start and end dates and the zone image in
      * the AIRSPACE.DAT layout); the transactions are applied to the
      * restriction master RESTRICT.DAT and the transaction file is
      * then cleared. RSTLIST.RPT lists what became active, what
      * expired and what was cancelled for the build date, with the
      * full set in force. The build date is a YYYYMMDD on the command
      * line, defaulting to today. Transactions that fail their edits
      * are written back to RESTRICT.TXN for correction
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRSPACE-BUILD.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMANENT-ZONE-FILE ASSIGN TO "AIRSPACE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMANENT-FILE-STATUS.

           SELECT RESTRICT-TXN-FILE ASSIGN TO "RESTRICT.TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT RESTRICT-TXN-TEMP-FILE ASSIGN TO "RESTRICT.TXN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-TEMP-FILE-STATUS.

           SELECT RESTRICT-FILE ASSIGN TO "RESTRICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-FILE-STATUS.

           SELECT RESTRICT-TEMP-FILE ASSIGN TO "RESTRICT.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-TEMP-FILE-STATUS.

           SELECT AIRSPACE-TEMP-FILE ASSIGN TO "AIRSPACE.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIRSPACE-TEMP-FILE-STATUS.

           SELECT LISTING-FILE ASSIGN TO "RSTLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout as AIRSPACE.DAT
       FD  PERMANENT-ZONE-FILE
           RECORDING MODE IS F.
       01 WS-AIRSPACE-RECORD.
          05 WS-ASP-ZONE-ID        PIC X(8).
          05 WS-ASP-ZONE-TYPE      PIC X(1).
          05 WS-ASP-LAT-MIN        PIC S9(3)V9(6).
          05 WS-ASP-LAT-MAX        PIC S9(3)V9(6).
          05 WS-ASP-LON-MIN        PIC S9(3)V9(6).
          05 WS-ASP-LON-MAX        PIC S9(3)V9(6).
          05 WS-ASP-FLOOR-FL       PIC 9(3).
          05 WS-ASP-CEILING-FL     PIC 9(3).
          05 WS-ASP-EFF-START      PIC 9(4).
          05 WS-ASP-EFF-END        PIC 9(4).

      * Action A add, M amend, C cancel. Amend replaces the dates and
      * the whole zone image; cancel needs only the reference
       FD  RESTRICT-TXN-FILE
           RECORDING MODE IS F.
       01 WS-TXN-RECORD.
          05 WS-TXN-ACTION         PIC X(1).
          05 WS-TXN-REF            PIC X(10).
          05 WS-TXN-START-DATE     PIC X(8).
          05 WS-TXN-END-DATE       PIC X(8).
          05 WS-TXN-ZONE.
             10 WS-TXN-ZONE-ID     PIC X(8).
             10 WS-TXN-ZONE-TYPE   PIC X(1).
             10 WS-TXN-LAT-MIN     PIC S9(3)V9(6).
             10 WS-TXN-LAT-MAX     PIC S9(3)V9(6).
             10 WS-TXN-LON-MIN     PIC S9(3)V9(6).
             10 WS-TXN-LON-MAX     PIC S9(3)V9(6).
             10 WS-TXN-FLOOR-FL    PIC 9(3).
             10 WS-TXN-CEILING-FL  PIC 9(3).
             10 WS-TXN-EFF-START   PIC 9(4).
             10 WS-TXN-EFF-END     PIC 9(4).

       FD  RESTRICT-TXN-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-TXN-TEMP-RECORD       PIC X(86).

      * State P pending, A active, X expired, C cancelled, as of the
      * last build date
       FD  RESTRICT-FILE
           RECORDING MODE IS F.
       01 WS-RESTRICT-RECORD.
          05 WS-RST-REF            PIC X(10).
          05 WS-RST-STATE          PIC X(1).
          05 WS-RST-START-DATE     PIC X(8).
          05 WS-RST-END-DATE       PIC X(8).
          05 WS-RST-ZONE-IMAGE     PIC X(59).
          05 WS-RST-ENTERED-DATE   PIC X(8).
          05 WS-RST-CHANGED-DATE   PIC X(8).
          05 WS-RST-CANCEL-DATE    PIC X(8).

       FD  RESTRICT-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-RESTRICT-TEMP-RECORD  PIC X(110).

       FD  AIRSPACE-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-AIRSPACE-TEMP-RECORD  PIC X(59).

       FD  LISTING-FILE
           RECORDING MODE IS F.
       01 WS-LISTING-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERMANENT-FILE-STATUS PIC XX VALUE "00".
       01 WS-TXN-FILE-STATUS       PIC XX VALUE "00".
       01 WS-TXN-TEMP-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RESTRICT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RESTRICT-TEMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-AIRSPACE-TEMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-LISTING-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-DATE-PARM             PIC X(10) VALUE SPACES.
       01 WS-BUILD-DATE            PIC X(8).
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-CUTOFF-DATE           PIC 9(8).
       01 WS-TXN-FOUND-SW          PIC X VALUE "N".
          88 WS-TXN-FILE-FOUND     VALUE "Y".

      * Expired and cancelled restrictions stay on the master for the
      * retention period past their end (or cancellation) so a late
      * query can still see them; configurable the same way as the
      * bridge's incident retention
       01 WS-RETENTION-DAYS        PIC 9(4) VALUE 90.
       01 WS-RETENTION-PARM        PIC X(5) VALUE SPACES.

       01 WS-RST-COUNT             PIC 9(5) VALUE 0.
       01 WS-MAX-RST-ENTRIES       PIC 9(5) VALUE 5000.
       01 WS-RST-FOUND-SW          PIC X VALUE "N".
          88 WS-RST-ENTRY-FOUND    VALUE "Y".
       01 WS-RESTRICT-TABLE.
          05 WS-RST-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-RST-IDX.
             10 WS-RST-TBL-REF        PIC X(10).
             10 WS-RST-TBL-STATE      PIC X(1).
                88 WS-RST-TBL-PENDING   VALUE "P".
                88 WS-RST-TBL-ACTIVE    VALUE "A".
                88 WS-RST-TBL-EXPIRED   VALUE "X".
                88 WS-RST-TBL-CANCELLED VALUE "C".
             10 WS-RST-TBL-PRIOR-STATE PIC X(1).
             10 WS-RST-TBL-START-DATE PIC X(8).
             10 WS-RST-TBL-END-DATE   PIC X(8).
             10 WS-RST-TBL-ZONE-IMAGE PIC X(59).
             10 WS-RST-TBL-ENTERED    PIC X(8).
             10 WS-RST-TBL-CHANGED    PIC X(8).
             10 WS-RST-TBL-CANCEL-DATE PIC X(8).
             10 WS-RST-TBL-TXN-ACTION PIC X(1).

       01 WS-TXN-OK-SW             PIC X VALUE "Y".
          88 WS-TXN-OK             VALUE "Y".
          88 WS-TXN-REJECTED       VALUE "N".
       01 WS-TXN-REASON            PIC X(30) VALUE SPACES.
       01 WS-MAX-REJECT-ENTRIES    PIC 9(4) VALUE 1000.
       01 WS-REJECTED-TXN-TABLE.
          05 WS-REJ-TXN-IMAGE PIC X(86) OCCURS 1000 TIMES
                               INDEXED BY WS-REJ-IDX.
       01 WS-ZONE-IMAGE            PIC X(59).
       01 WS-LIST-TAG              PIC X(10).

       01 WS-PERMANENT-COUNT       PIC 9(5) VALUE 0.
       01 WS-TXN-COUNT             PIC 9(5) VALUE 0.
       01 WS-TXN-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-TXN-REJECT-COUNT      PIC 9(5) VALUE 0.
       01 WS-ACTIVATED-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT       PIC 9(5) VALUE 0.
       01 WS-IN-FORCE-COUNT        PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT          PIC 9(5) VALUE 0.
       01 WS-SECTION-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-DATE-PARM) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-PARM)) = 8
               MOVE WS-DATE-PARM(1:8) TO WS-BUILD-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUILD-DATE
           END-IF
           PERFORM DETERMINE-RETENTION
           OPEN OUTPUT LISTING-FILE
           MOVE SPACES TO WS-LISTING-LINE
           STRING "AIRSPACE RESTRICTION BUILD FOR " WS-BUILD-DATE
               "   PRINTED " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED SIZE INTO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           PERFORM LOAD-RESTRICT-MASTER
           PERFORM APPLY-TRANSACTIONS
           PERFORM SET-RESTRICTION-STATES
           PERFORM WRITE-STATE-LISTING
           PERFORM BUILD-AIRSPACE-FILE
           PERFORM REWRITE-RESTRICT-MASTER
           IF WS-ERROR-COUNT = 0 AND WS-TXN-FILE-FOUND
               PERFORM CLEAR-TRANSACTION-FILE
           END-IF
           MOVE SPACES TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO WS-LISTING-LINE
           STRING "PERMANENT ZONES: " WS-PERMANENT-COUNT
               "  RESTRICTIONS IN FORCE: " WS-IN-FORCE-COUNT
               "  ON MASTER: " WS-RST-COUNT
               DELIMITED SIZE INTO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO WS-LISTING-LINE
           STRING "TRANSACTIONS: " WS-TXN-COUNT
               "  APPLIED: " WS-TXN-APPLIED-COUNT
               "  REJECTED: " WS-TXN-REJECT-COUNT
               "  PURGED: " WS-PURGED-COUNT
               DELIMITED SIZE INTO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO WS-LISTING-LINE
           STRING "ACTIVATED: " WS-ACTIVATED-COUNT
               "  EXPIRED: " WS-EXPIRED-COUNT
               "  CANCELLED: " WS-CANCELLED-COUNT
               DELIMITED SIZE INTO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           CLOSE LISTING-FILE
           DISPLAY "AIRSPACE-BUILD: " WS-BUILD-DATE
               " PERMANENT=" WS-PERMANENT-COUNT
               " IN FORCE=" WS-IN-FORCE-COUNT
               " TXNS=" WS-TXN-COUNT
               " REJECTED=" WS-TXN-REJECT-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TXN-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       DETERMINE-RETENTION.
           ACCEPT WS-RETENTION-PARM FROM ENVIRONMENT
               "ATC_BRIDGE_RST_RETENTION"
           IF FUNCTION TRIM(WS-RETENTION-PARM) IS NUMERIC
               AND FUNCTION NUMVAL(WS-RETENTION-PARM) > 0
               MOVE FUNCTION NUMVAL(WS-RETENTION-PARM)
                   TO WS-RETENTION-DAYS
           END-IF
           MOVE WS-BUILD-DATE TO WS-DATE-NUM
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-RETENTION-DAYS).

       LOAD-RESTRICT-MASTER.
           OPEN INPUT RESTRICT-FILE
           IF WS-RESTRICT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-RESTRICT-FILE-STATUS = "10"
                   READ RESTRICT-FILE
                       AT END MOVE "10" TO WS-RESTRICT-FILE-STATUS
                       NOT AT END PERFORM LOAD-RESTRICT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RESTRICT-FILE
           END-IF.

       LOAD-RESTRICT-ENTRY.
      * Finished restrictions past retention are dropped here, so
      * they are simply not written back
           IF (WS-RST-STATE = "X"
                   AND WS-RST-END-DATE < WS-CUTOFF-DATE)
               OR (WS-RST-STATE = "C"
                   AND WS-RST-CANCEL-DATE < WS-CUTOFF-DATE)
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               IF WS-RST-COUNT >= WS-MAX-RST-ENTRIES
                   DISPLAY "AIRSPACE-BUILD: RESTRICTION TABLE FULL AT "
                       WS-MAX-RST-ENTRIES " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RST-COUNT
               SET WS-RST-IDX TO WS-RST-COUNT
               MOVE WS-RST-REF TO WS-RST-TBL-REF(WS-RST-IDX)
               MOVE WS-RST-STATE TO WS-RST-TBL-STATE(WS-RST-IDX)
               MOVE WS-RST-STATE TO WS-RST-TBL-PRIOR-STATE(WS-RST-IDX)
               MOVE WS-RST-START-DATE
                   TO WS-RST-TBL-START-DATE(WS-RST-IDX)
               MOVE WS-RST-END-DATE TO WS-RST-TBL-END-DATE(WS-RST-IDX)
               MOVE WS-RST-ZONE-IMAGE
                   TO WS-RST-TBL-ZONE-IMAGE(WS-RST-IDX)
               MOVE WS-RST-ENTERED-DATE
                   TO WS-RST-TBL-ENTERED(WS-RST-IDX)
               MOVE WS-RST-CHANGED-DATE
                   TO WS-RST-TBL-CHANGED(WS-RST-IDX)
               MOVE WS-RST-CANCEL-DATE
                   TO WS-RST-TBL-CANCEL-DATE(WS-RST-IDX)
               MOVE SPACE TO WS-RST-TBL-TXN-ACTION(WS-RST-IDX)
           END-IF.

       APPLY-TRANSACTIONS.
      * Applied in file order, so an add followed by an amend of the
      * same reference in one batch lands as amended
           MOVE 0 TO WS-SECTION-COUNT
           OPEN INPUT RESTRICT-TXN-FILE
           IF WS-TXN-FILE-STATUS = "35"
               CONTINUE
           ELSE
               SET WS-TXN-FILE-FOUND TO TRUE
               PERFORM UNTIL WS-TXN-FILE-STATUS = "10"
                   READ RESTRICT-TXN-FILE
                       AT END MOVE "10" TO WS-TXN-FILE-STATUS
                       NOT AT END
                           IF WS-TXN-RECORD NOT = SPACES
                               PERFORM APPLY-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTRICT-TXN-FILE
           END-IF.

       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT
           SET WS-TXN-OK TO TRUE
           MOVE SPACES TO WS-TXN-REASON
           PERFORM FIND-RESTRICTION
           EVALUATE WS-TXN-ACTION
               WHEN "A"
                   IF WS-RST-ENTRY-FOUND
                       SET WS-TXN-REJECTED TO TRUE
                       MOVE "REFERENCE ALREADY ON FILE"
                           TO WS-TXN-REASON
                   ELSE
                       PERFORM VALIDATE-TXN-DETAIL
                   END-IF
                   IF WS-TXN-OK
                       PERFORM ADD-RESTRICTION
                   END-IF
               WHEN "M"
                   PERFORM CHECK-TXN-TARGET
                   IF WS-TXN-OK
                       PERFORM VALIDATE-TXN-DETAIL
                   END-IF
                   IF WS-TXN-OK
                       MOVE WS-TXN-START-DATE
                           TO WS-RST-TBL-START-DATE(WS-RST-IDX)
                       MOVE WS-TXN-END-DATE
                           TO WS-RST-TBL-END-DATE(WS-RST-IDX)
                       MOVE WS-TXN-ZONE
                           TO WS-RST-TBL-ZONE-IMAGE(WS-RST-IDX)
                       MOVE WS-BUILD-DATE
                           TO WS-RST-TBL-CHANGED(WS-RST-IDX)
                       IF WS-RST-TBL-TXN-ACTION(WS-RST-IDX) NOT = "A"
                           MOVE "M" TO WS-RST-TBL-TXN-ACTION(WS-RST-IDX)
                       END-IF
                   END-IF
               WHEN "C"
                   PERFORM CHECK-TXN-TARGET
                   IF WS-TXN-OK
                       SET WS-RST-TBL-CANCELLED(WS-RST-IDX) TO TRUE
                       MOVE WS-BUILD-DATE
                           TO WS-RST-TBL-CANCEL-DATE(WS-RST-IDX)
                       MOVE WS-BUILD-DATE
                           TO WS-RST-TBL-CHANGED(WS-RST-IDX)
                       MOVE "C" TO WS-RST-TBL-TXN-ACTION(WS-RST-IDX)
                   END-IF
               WHEN OTHER
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "ACTION NOT A, M OR C" TO WS-TXN-REASON
           END-EVALUATE
           IF WS-TXN-OK
               ADD 1 TO WS-TXN-APPLIED-COUNT
           ELSE
               PERFORM LIST-REJECTED-TXN
           END-IF.

       FIND-RESTRICTION.
           MOVE "N" TO WS-RST-FOUND-SW
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
                       OR WS-RST-ENTRY-FOUND
               IF WS-RST-TBL-REF(WS-RST-IDX) = WS-TXN-REF
                   SET WS-RST-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RST-ENTRY-FOUND
               SET WS-RST-IDX DOWN BY 1
           END-IF.

       CHECK-TXN-TARGET.
      * Amend and cancel need a live restriction; a cancelled or
      * expired one has to be raised again under a new reference
           EVALUATE TRUE
               WHEN NOT WS-RST-ENTRY-FOUND
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "REFERENCE NOT ON FILE" TO WS-TXN-REASON
               WHEN WS-RST-TBL-CANCELLED(WS-RST-IDX)
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "RESTRICTION ALREADY CANCELLED"
                       TO WS-TXN-REASON
               WHEN WS-RST-TBL-EXPIRED(WS-RST-IDX)
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "RESTRICTION ALREADY EXPIRED"
                       TO WS-TXN-REASON
           END-EVALUATE.

       VALIDATE-TXN-DETAIL.
           EVALUATE TRUE
               WHEN WS-TXN-REF = SPACES
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "REFERENCE MISSING" TO WS-TXN-REASON
               WHEN WS-TXN-START-DATE NOT NUMERIC
                   OR WS-TXN-END-DATE NOT NUMERIC
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "DATES NOT NUMERIC" TO WS-TXN-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-TXN-START-DATE)) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-TXN-END-DATE)) NOT = 0
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "DATE NOT A CALENDAR DATE" TO WS-TXN-REASON
               WHEN WS-TXN-END-DATE < WS-TXN-START-DATE
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "END DATE BEFORE START DATE" TO WS-TXN-REASON
               WHEN WS-TXN-ZONE-ID = SPACES
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "ZONE ID MISSING" TO WS-TXN-REASON
               WHEN WS-TXN-LAT-MIN NOT NUMERIC
                   OR WS-TXN-LAT-MAX NOT NUMERIC
                   OR WS-TXN-LON-MIN NOT NUMERIC
                   OR WS-TXN-LON-MAX NOT NUMERIC
                   OR WS-TXN-FLOOR-FL NOT NUMERIC
                   OR WS-TXN-CEILING-FL NOT NUMERIC
                   OR WS-TXN-EFF-START NOT NUMERIC
                   OR WS-TXN-EFF-END NOT NUMERIC
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "ZONE FIELDS NOT NUMERIC" TO WS-TXN-REASON
               WHEN WS-TXN-LAT-MIN > WS-TXN-LAT-MAX
                   OR WS-TXN-LON-MIN > WS-TXN-LON-MAX
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "ZONE BOX INVERTED" TO WS-TXN-REASON
               WHEN WS-TXN-FLOOR-FL > WS-TXN-CEILING-FL
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "FLOOR ABOVE CEILING" TO WS-TXN-REASON
               WHEN WS-TXN-EFF-START > 2359
                   OR WS-TXN-EFF-END > 2359
                   OR WS-TXN-EFF-START > WS-TXN-EFF-END
                   SET WS-TXN-REJECTED TO TRUE
                   MOVE "DAILY WINDOW INVALID" TO WS-TXN-REASON
           END-EVALUATE.

       ADD-RESTRICTION.
           IF WS-RST-COUNT >= WS-MAX-RST-ENTRIES
               DISPLAY "AIRSPACE-BUILD: RESTRICTION TABLE FULL AT "
                   WS-MAX-RST-ENTRIES " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RST-COUNT
           SET WS-RST-IDX TO WS-RST-COUNT
           MOVE WS-TXN-REF TO WS-RST-TBL-REF(WS-RST-IDX)
           MOVE "P" TO WS-RST-TBL-STATE(WS-RST-IDX)
           MOVE SPACE TO WS-RST-TBL-PRIOR-STATE(WS-RST-IDX)
           MOVE WS-TXN-START-DATE TO WS-RST-TBL-START-DATE(WS-RST-IDX)
           MOVE WS-TXN-END-DATE TO WS-RST-TBL-END-DATE(WS-RST-IDX)
           MOVE WS-TXN-ZONE TO WS-RST-TBL-ZONE-IMAGE(WS-RST-IDX)
           MOVE WS-BUILD-DATE TO WS-RST-TBL-ENTERED(WS-RST-IDX)
           MOVE WS-BUILD-DATE TO WS-RST-TBL-CHANGED(WS-RST-IDX)
           MOVE SPACES TO WS-RST-TBL-CANCEL-DATE(WS-RST-IDX)
           MOVE "A" TO WS-RST-TBL-TXN-ACTION(WS-RST-IDX).

       LIST-REJECTED-TXN.
           IF WS-TXN-REJECT-COUNT >= WS-MAX-REJECT-ENTRIES
               DISPLAY "AIRSPACE-BUILD: REJECTED TRANSACTION TABLE "
                   "FULL AT " WS-MAX-REJECT-ENTRIES " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TXN-REJECT-COUNT
           SET WS-REJ-IDX TO WS-TXN-REJECT-COUNT
           MOVE WS-TXN-RECORD TO WS-REJ-TXN-IMAGE(WS-REJ-IDX)
           IF WS-TXN-REJECT-COUNT = 1
               MOVE SPACES TO WS-LISTING-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE "REJECTED TRANSACTIONS - RE-ENTER CORRECTED"
                   TO WS-LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF
           MOVE SPACES TO WS-LISTING-LINE
           STRING "  REJECTED  " WS-TXN-ACTION " " WS-TXN-REF
               " ZONE=" WS-TXN-ZONE-ID " " WS-TXN-REASON
               DELIMITED SIZE INTO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE.

       SET-RESTRICTION-STATES.
      * A restriction is in force on every date from its start to its
      * end inclusive; the zone's own HHMM window still applies within
      * each of those days
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               IF NOT WS-RST-TBL-CANCELLED(WS-RST-IDX)
                   EVALUATE TRUE
                       WHEN WS-BUILD-DATE <
                               WS-RST-TBL-START-DATE(WS-RST-IDX)
                           SET WS-RST-TBL-PENDING(WS-RST-IDX) TO TRUE
                       WHEN WS-BUILD-DATE >
                               WS-RST-TBL-END-DATE(WS-RST-IDX)
                           SET WS-RST-TBL-EXPIRED(WS-RST-IDX) TO TRUE
                       WHEN OTHER
                           SET WS-RST-TBL-ACTIVE(WS-RST-IDX) TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       WRITE-STATE-LISTING.
           MOVE SPACES TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "BECAME ACTIVE" TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               IF WS-RST-TBL-ACTIVE(WS-RST-IDX)
                   AND WS-RST-TBL-PRIOR-STATE(WS-RST-IDX) NOT = "A"
                   ADD 1 TO WS-ACTIVATED-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE "ACTIVATED" TO WS-LIST-TAG
                   PERFORM LIST-RESTRICTION
               END-IF
           END-PERFORM
           PERFORM LIST-NONE-IF-EMPTY
           MOVE SPACES TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "EXPIRED" TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               IF WS-RST-TBL-EXPIRED(WS-RST-IDX)
                   AND WS-RST-TBL-PRIOR-STATE(WS-RST-IDX) NOT = "X"
                   ADD 1 TO WS-EXPIRED-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE "EXPIRED" TO WS-LIST-TAG
                   PERFORM LIST-RESTRICTION
               END-IF
           END-PERFORM
           PERFORM LIST-NONE-IF-EMPTY
           MOVE SPACES TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "CANCELLED" TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               IF WS-RST-TBL-CANCELLED(WS-RST-IDX)
                   AND WS-RST-TBL-PRIOR-STATE(WS-RST-IDX) NOT = "C"
                   ADD 1 TO WS-CANCELLED-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE "CANCELLED" TO WS-LIST-TAG
                   PERFORM LIST-RESTRICTION
               END-IF
           END-PERFORM
           PERFORM LIST-NONE-IF-EMPTY
           MOVE SPACES TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "IN FORCE FOR BUILD DATE" TO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               IF WS-RST-TBL-ACTIVE(WS-RST-IDX)
                   ADD 1 TO WS-SECTION-COUNT
                   EVALUATE WS-RST-TBL-TXN-ACTION(WS-RST-IDX)
                       WHEN "A"
                           MOVE "NEW" TO WS-LIST-TAG
                       WHEN "M"
                           MOVE "AMENDED" TO WS-LIST-TAG
                       WHEN OTHER
                           MOVE "ACTIVE" TO WS-LIST-TAG
                   END-EVALUATE
                   PERFORM LIST-RESTRICTION
               END-IF
           END-PERFORM
           PERFORM LIST-NONE-IF-EMPTY.

       LIST-NONE-IF-EMPTY.
           IF WS-SECTION-COUNT = 0
               MOVE "  NONE" TO WS-LISTING-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF.

       LIST-RESTRICTION.
           MOVE WS-RST-TBL-ZONE-IMAGE(WS-RST-IDX) TO WS-AIRSPACE-RECORD
           MOVE SPACES TO WS-LISTING-LINE
           STRING "  " WS-LIST-TAG " " WS-RST-TBL-REF(WS-RST-IDX)
               " ZONE=" WS-ASP-ZONE-ID
               " " WS-ASP-ZONE-TYPE
               " " WS-RST-TBL-START-DATE(WS-RST-IDX)
               "-" WS-RST-TBL-END-DATE(WS-RST-IDX)
               " " WS-ASP-EFF-START "-" WS-ASP-EFF-END
               " FL" WS-ASP-FLOOR-FL "-" WS-ASP-CEILING-FL
               DELIMITED SIZE INTO WS-LISTING-LINE
           PERFORM WRITE-LISTING-LINE.

       BUILD-AIRSPACE-FILE.
      * Without the permanent zones the day's file would lose every
      * standing restriction, so the current AIRSPACE.DAT is left in
      * place rather than replaced with a partial one
           OPEN INPUT PERMANENT-ZONE-FILE
           IF WS-PERMANENT-FILE-STATUS = "35"
               DISPLAY "AIRSPACE-BUILD: AIRSPACE.PRM NOT FOUND - "
                   "AIRSPACE.DAT LEFT AS IT WAS"
               MOVE "AIRSPACE.PRM NOT FOUND - AIRSPACE.DAT NOT BUILT"
                   TO WS-LISTING-LINE
               PERFORM WRITE-LISTING-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               OPEN OUTPUT AIRSPACE-TEMP-FILE
               IF WS-AIRSPACE-TEMP-FILE-STATUS NOT = "00"
                   DISPLAY "AIRSPACE-BUILD: CANNOT OPEN "
                       "AIRSPACE.DAT.TMP STATUS="
                       WS-AIRSPACE-TEMP-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM UNTIL WS-PERMANENT-FILE-STATUS = "10"
                       READ PERMANENT-ZONE-FILE
                           AT END
                               MOVE "10" TO WS-PERMANENT-FILE-STATUS
                           NOT AT END
                               ADD 1 TO WS-PERMANENT-COUNT
                               MOVE WS-AIRSPACE-RECORD TO WS-ZONE-IMAGE
                               PERFORM WRITE-AIRSPACE-ZONE
                       END-READ
                   END-PERFORM
                   PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                           UNTIL WS-RST-IDX > WS-RST-COUNT
                       IF WS-RST-TBL-ACTIVE(WS-RST-IDX)
                           ADD 1 TO WS-IN-FORCE-COUNT
                           MOVE WS-RST-TBL-ZONE-IMAGE(WS-RST-IDX)
                               TO WS-ZONE-IMAGE
                           PERFORM WRITE-AIRSPACE-ZONE
                       END-IF
                   END-PERFORM
                   CLOSE AIRSPACE-TEMP-FILE
                   PERFORM SWAP-AIRSPACE-FILE
               END-IF
               CLOSE PERMANENT-ZONE-FILE
           END-IF.

       WRITE-AIRSPACE-ZONE.
           WRITE WS-AIRSPACE-TEMP-RECORD FROM WS-ZONE-IMAGE
           IF WS-AIRSPACE-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "AIRSPACE-BUILD: AIRSPACE WRITE ERROR STATUS="
                   WS-AIRSPACE-TEMP-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       SWAP-AIRSPACE-FILE.
           IF WS-ERROR-COUNT = 0
               CALL "CBL_DELETE_FILE" USING "AIRSPACE.DAT"
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING "AIRSPACE.DAT.TMP"
                   "AIRSPACE.DAT" RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "AIRSPACE-BUILD: AIRSPACE.DAT SWAP FAILED, "
                       "RESULT=" WS-CBL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               DISPLAY "AIRSPACE-BUILD: WRITE ERRORS - AIRSPACE.DAT "
                   "LEFT AS IT WAS, FIX AND RERUN"
           END-IF.

       REWRITE-RESTRICT-MASTER.
      * Skipped after any earlier error so the transactions stay
      * unapplied and the whole build can simply be rerun
           IF WS-ERROR-COUNT > 0
               DISPLAY "AIRSPACE-BUILD: ERRORS - RESTRICT.DAT AND "
                   "RESTRICT.TXN LEFT AS THEY WERE"
           ELSE
               OPEN OUTPUT RESTRICT-TEMP-FILE
               IF WS-RESTRICT-TEMP-FILE-STATUS NOT = "00"
                   DISPLAY "AIRSPACE-BUILD: CANNOT OPEN "
                       "RESTRICT.DAT.TMP STATUS="
                       WS-RESTRICT-TEMP-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                           UNTIL WS-RST-IDX > WS-RST-COUNT
                       PERFORM WRITE-RESTRICT-ENTRY
                   END-PERFORM
                   CLOSE RESTRICT-TEMP-FILE
                   PERFORM SWAP-RESTRICT-FILE
               END-IF
           END-IF.

       WRITE-RESTRICT-ENTRY.
           MOVE WS-RST-TBL-REF(WS-RST-IDX) TO WS-RST-REF
           MOVE WS-RST-TBL-STATE(WS-RST-IDX) TO WS-RST-STATE
           MOVE WS-RST-TBL-START-DATE(WS-RST-IDX) TO WS-RST-START-DATE
           MOVE WS-RST-TBL-END-DATE(WS-RST-IDX) TO WS-RST-END-DATE
           MOVE WS-RST-TBL-ZONE-IMAGE(WS-RST-IDX) TO WS-RST-ZONE-IMAGE
           MOVE WS-RST-TBL-ENTERED(WS-RST-IDX) TO WS-RST-ENTERED-DATE
           MOVE WS-RST-TBL-CHANGED(WS-RST-IDX) TO WS-RST-CHANGED-DATE
           MOVE WS-RST-TBL-CANCEL-DATE(WS-RST-IDX)
               TO WS-RST-CANCEL-DATE
           WRITE WS-RESTRICT-TEMP-RECORD FROM WS-RESTRICT-RECORD
           IF WS-RESTRICT-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "AIRSPACE-BUILD: RESTRICT WRITE ERROR STATUS="
                   WS-RESTRICT-TEMP-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       SWAP-RESTRICT-FILE.
           IF WS-ERROR-COUNT = 0
               CALL "CBL_DELETE_FILE" USING "RESTRICT.DAT"
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING "RESTRICT.DAT.TMP"
                   "RESTRICT.DAT" RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "AIRSPACE-BUILD: RESTRICT.DAT SWAP FAILED, "
                       "RESULT=" WS-CBL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               DISPLAY "AIRSPACE-BUILD: WRITE ERRORS - RESTRICT.DAT "
                   "LEFT AS IT WAS, FIX AND RERUN"
           END-IF.

       CLEAR-TRANSACTION-FILE.
      * Everything applied is on the master now; only the rejects
      * are left in RESTRICT.TXN, so tomorrow's build lists them again
      * until they are corrected
           IF WS-TXN-REJECT-COUNT = 0
               CALL "CBL_DELETE_FILE" USING "RESTRICT.TXN"
                   RETURNING WS-CBL-RESULT
           ELSE
               OPEN OUTPUT RESTRICT-TXN-TEMP-FILE
               PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                       UNTIL WS-REJ-IDX > WS-TXN-REJECT-COUNT
                   WRITE WS-TXN-TEMP-RECORD
                       FROM WS-REJ-TXN-IMAGE(WS-REJ-IDX)
                   IF WS-TXN-TEMP-FILE-STATUS NOT = "00"
                       DISPLAY "AIRSPACE-BUILD: TRANSACTION WRITE "
                           "ERROR STATUS=" WS-TXN-TEMP-FILE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-PERFORM
               CLOSE RESTRICT-TXN-TEMP-FILE
               IF WS-ERROR-COUNT = 0
                   CALL "CBL_DELETE_FILE" USING "RESTRICT.TXN"
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING "RESTRICT.TXN.TMP"
                       "RESTRICT.TXN" RETURNING WS-CBL-RESULT
                   IF WS-CBL-RESULT NOT = 0
                       DISPLAY "AIRSPACE-BUILD: RESTRICT.TXN SWAP "
                           "FAILED, RESULT=" WS-CBL-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.

       WRITE-LISTING-LINE.
           WRITE WS-LISTING-LINE
           IF WS-LISTING-FILE-STATUS NOT = "00"
               DISPLAY "AIRSPACE-BUILD: LISTING WRITE ERROR STATUS="
                   WS-LISTING-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
