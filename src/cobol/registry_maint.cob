      * Phase 616: Legacy ATC Bridge — Registry Maintenance
      * 드론 등록부 유지보수 화면 및 변경 이력
      * Desk add / change / deactivate over the indexed REGISTRY.DAT,
      * for the corrections the bridge's automatic allocation cannot
      * make: fixing a wrong callsign, moving a callsign onto a
      * replacement airframe, or giving a drone a particular code out
      * of SQKPOOL.DAT. Callsigns must stay unique and a squawk must
      * be a pool code no other drone holds. Every change is written
      * to REGJRNL.DAT with its before and after images, the date and
      * time, and the operator who made it
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRY-MAINT.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-REG-DRONE-ID
               ALTERNATE RECORD KEY IS WS-REG-CALLSIGN
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT SQUAWK-POOL-FILE ASSIGN TO "SQKPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQKPOOL-FILE-STATUS.

      * Audit trail of every desk change, appended across sessions
           SELECT JOURNAL-FILE ASSIGN TO "REGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01 WS-REGISTRY-RECORD.
          05 WS-REG-DRONE-ID       PIC X(10).
          05 WS-REG-CALLSIGN       PIC X(8).
          05 WS-REG-SQUAWK-BASE    PIC 9(4).
          05 WS-REG-ASSIGNED-DATE  PIC X(8).

       FD  SQUAWK-POOL-FILE
           RECORDING MODE IS F.
       01 WS-SQKPOOL-RECORD.
          05 WS-POOL-CODE          PIC 9(4).

      * Action is ADD, CHG or DEAC; the before image is blank on an
      * ADD and the after image is blank on a DEAC
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01 WS-JOURNAL-RECORD.
          05 WS-JRN-DATE           PIC X(8).
          05 WS-JRN-TIME           PIC X(8).
          05 WS-JRN-OPERATOR       PIC X(8).
          05 WS-JRN-ACTION         PIC X(4).
          05 WS-JRN-DRONE-ID       PIC X(10).
          05 WS-JRN-BEFORE-IMAGE   PIC X(30).
          05 WS-JRN-AFTER-IMAGE    PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-FILE-STATUS  PIC XX VALUE "00".
       01 WS-SQKPOOL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-DONE-SW               PIC X VALUE "N".
          88 WS-OPERATOR-DONE      VALUE "Y".

       01 WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01 WS-CMD-VERB              PIC X(12) VALUE SPACES.
       01 WS-CMD-ARG               PIC X(12) VALUE SPACES.
       01 WS-TARGET-DRONE-ID       PIC X(10) VALUE SPACES.
       01 WS-FIELD-INPUT           PIC X(10) VALUE SPACES.
       01 WS-CONFIRM               PIC X(3) VALUE SPACES.

       01 WS-REG-FOUND-SW          PIC X VALUE "N".
          88 WS-REG-ENTRY-FOUND    VALUE "Y".
       01 WS-FIELD-OK-SW           PIC X VALUE "Y".
          88 WS-FIELD-OK           VALUE "Y".
          88 WS-FIELD-REJECTED     VALUE "N".
       01 WS-BEFORE-IMAGE          PIC X(30) VALUE SPACES.
       01 WS-NEW-CALLSIGN          PIC X(8) VALUE SPACES.
       01 WS-NEW-SQUAWK            PIC 9(4) VALUE 0.
       01 WS-OLD-SQUAWK            PIC 9(4) VALUE 0.
       01 WS-HOLD-SQUAWK           PIC 9(4) VALUE 0.
       01 WS-SAVE-RECORD           PIC X(30) VALUE SPACES.

      * Same discrete beacon code pool the bridge allocates from, and
      * the same derivation of what is free: pool minus every code
      * already held on the registry, kept current as the desk works
       01 WS-MAX-POOL-ENTRIES      PIC 9(4) VALUE 4096.
       01 WS-SQK-POOL-COUNT        PIC 9(4) VALUE 0.
       01 WS-SQK-POOL-REMAINING    PIC 9(4) VALUE 0.
       01 WS-SQK-BAD-DIGITS        PIC 9(4) VALUE 0.
       01 WS-SQK-FOUND-SW          PIC X VALUE "N".
          88 WS-SQK-ENTRY-FOUND    VALUE "Y".
       01 WS-SQK-POOL-TABLE.
          05 WS-SQK-ENTRY OCCURS 4096 TIMES
                          INDEXED BY WS-SQK-IDX.
             10 WS-SQK-TBL-CODE       PIC 9(4).
             10 WS-SQK-TBL-IN-USE     PIC X.
                88 WS-SQK-CODE-IN-USE VALUE "Y".
                88 WS-SQK-CODE-FREE   VALUE "N".

      * Highest SDnnnnnn suffix on file, so a desk ADD left to default
      * its callsign follows the bridge's own numbering
       01 WS-NEXT-CALLSIGN-SEQ     PIC 9(6) VALUE 0.
       01 WS-CALLSIGN-SUFFIX       PIC 9(6).

       01 WS-ADD-COUNT             PIC 9(4) VALUE 0.
       01 WS-CHANGE-COUNT          PIC 9(4) VALUE 0.
       01 WS-DEACTIVATE-COUNT      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "SDACS REGISTRY MAINTENANCE"
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "REGISTRY-MAINT: OPERATOR ID REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INIT-SQUAWK-POOL
           PERFORM INIT-REGISTRY
           PERFORM OPEN-JOURNAL-FILE
           DISPLAY "  SHOW id | ADD id | CHANGE id | DEACTIVATE id | "
               "END"
           PERFORM UNTIL WS-OPERATOR-DONE
               DISPLAY "REGISTRY> " WITH NO ADVANCING
               MOVE SPACES TO WS-COMMAND-LINE
               ACCEPT WS-COMMAND-LINE
               MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
                   TO WS-COMMAND-LINE
               MOVE SPACES TO WS-CMD-VERB
               MOVE SPACES TO WS-CMD-ARG
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-CMD-VERB WS-CMD-ARG
               END-UNSTRING
               MOVE WS-CMD-ARG TO WS-TARGET-DRONE-ID
               EVALUATE TRUE
                   WHEN WS-CMD-VERB = SPACES OR WS-CMD-VERB = "END"
                       SET WS-OPERATOR-DONE TO TRUE
                   WHEN WS-TARGET-DRONE-ID = SPACES
                       DISPLAY "  DRONE ID REQUIRED"
                   WHEN WS-CMD-VERB = "SHOW"
                       PERFORM READ-TARGET-ENTRY
                       IF WS-REG-ENTRY-FOUND
                           PERFORM SHOW-REGISTRY-ENTRY
                       ELSE
                           DISPLAY "  " WS-TARGET-DRONE-ID
                               " NOT ON REGISTRY"
                       END-IF
                   WHEN WS-CMD-VERB = "ADD"
                       PERFORM ADD-REGISTRY-ENTRY
                   WHEN WS-CMD-VERB = "CHANGE"
                       PERFORM CHANGE-REGISTRY-ENTRY
                   WHEN WS-CMD-VERB = "DEACTIVATE"
                       PERFORM DEACTIVATE-REGISTRY-ENTRY
                   WHEN OTHER
                       DISPLAY "  UNKNOWN COMMAND " WS-CMD-VERB
               END-EVALUATE
           END-PERFORM
           CLOSE REGISTRY-FILE
           CLOSE JOURNAL-FILE
           DISPLAY "REGISTRY-MAINT: ADDED=" WS-ADD-COUNT
               " CHANGED=" WS-CHANGE-COUNT
               " DEACTIVATED=" WS-DEACTIVATE-COUNT
               " POOL FREE=" WS-SQK-POOL-REMAINING
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-SQUAWK-POOL.
      * Refuses non-octal and emergency codes exactly as the bridge
      * does, so the desk can never hand out a code the bridge would
      * not have
           OPEN INPUT SQUAWK-POOL-FILE
           IF WS-SQKPOOL-FILE-STATUS = "35"
               DISPLAY "REGISTRY-MAINT: SQKPOOL.DAT NOT FOUND - NO "
                   "SQUAWK CAN BE ASSIGNED"
           ELSE
               PERFORM UNTIL WS-SQKPOOL-FILE-STATUS = "10"
                   READ SQUAWK-POOL-FILE
                       AT END MOVE "10" TO WS-SQKPOOL-FILE-STATUS
                       NOT AT END PERFORM LOAD-SQUAWK-POOL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SQUAWK-POOL-FILE
           END-IF.

       LOAD-SQUAWK-POOL-ENTRY.
           MOVE 0 TO WS-SQK-BAD-DIGITS
           INSPECT WS-SQKPOOL-RECORD TALLYING WS-SQK-BAD-DIGITS
               FOR ALL "8" ALL "9"
           EVALUATE TRUE
               WHEN WS-SQKPOOL-RECORD NOT NUMERIC
                   OR WS-SQK-BAD-DIGITS > 0
                   CONTINUE
               WHEN WS-POOL-CODE = 7500 OR 7600 OR 7700
                   CONTINUE
               WHEN WS-SQK-POOL-COUNT >= WS-MAX-POOL-ENTRIES
                   DISPLAY "REGISTRY-MAINT: SQUAWK POOL TABLE "
                       "FULL AT " WS-MAX-POOL-ENTRIES " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO WS-SQK-POOL-COUNT
                   SET WS-SQK-IDX TO WS-SQK-POOL-COUNT
                   MOVE WS-POOL-CODE TO WS-SQK-TBL-CODE(WS-SQK-IDX)
                   SET WS-SQK-CODE-FREE(WS-SQK-IDX) TO TRUE
                   ADD 1 TO WS-SQK-POOL-REMAINING
           END-EVALUATE.

       INIT-REGISTRY.
      * Held open I-O for the session; one sequential sweep marks the
      * pool codes already held and seeds the callsign sequence
           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-FILE-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN I-O REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRY-MAINT: CANNOT OPEN REGISTRY.DAT "
                   "STATUS=" WS-REGISTRY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REGISTRY-FILE-STATUS NOT = "00"
                   AND WS-REGISTRY-FILE-STATUS NOT = "02"
               READ REGISTRY-FILE NEXT
                   AT END MOVE "10" TO WS-REGISTRY-FILE-STATUS
                   NOT AT END PERFORM NOTE-REGISTRY-ENTRY
               END-READ
           END-PERFORM
           IF WS-REGISTRY-FILE-STATUS NOT = "10"
               DISPLAY "REGISTRY-MAINT: REGISTRY SWEEP READ "
                   "ERROR STATUS=" WS-REGISTRY-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE "00" TO WS-REGISTRY-FILE-STATUS.

       NOTE-REGISTRY-ENTRY.
           IF WS-REG-CALLSIGN(1:2) = "SD"
               AND WS-REG-CALLSIGN(3:6) IS NUMERIC
               MOVE WS-REG-CALLSIGN(3:6) TO WS-CALLSIGN-SUFFIX
               IF WS-CALLSIGN-SUFFIX > WS-NEXT-CALLSIGN-SEQ
                   MOVE WS-CALLSIGN-SUFFIX TO WS-NEXT-CALLSIGN-SEQ
               END-IF
           END-IF
           MOVE WS-REG-SQUAWK-BASE TO WS-NEW-SQUAWK
           PERFORM FIND-POOL-CODE
           IF WS-SQK-ENTRY-FOUND
               IF WS-SQK-CODE-FREE(WS-SQK-IDX)
                   SET WS-SQK-CODE-IN-USE(WS-SQK-IDX) TO TRUE
                   SUBTRACT 1 FROM WS-SQK-POOL-REMAINING
               END-IF
           END-IF.

       FIND-POOL-CODE.
      * Looks up WS-NEW-SQUAWK; callers load it before performing
           MOVE "N" TO WS-SQK-FOUND-SW
           PERFORM VARYING WS-SQK-IDX FROM 1 BY 1
                   UNTIL WS-SQK-IDX > WS-SQK-POOL-COUNT
                       OR WS-SQK-ENTRY-FOUND
               IF WS-SQK-TBL-CODE(WS-SQK-IDX) = WS-NEW-SQUAWK
                   SET WS-SQK-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SQK-ENTRY-FOUND
               SET WS-SQK-IDX DOWN BY 1
           END-IF.

       OPEN-JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           ELSE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRY-MAINT: CANNOT OPEN REGJRNL.DAT "
                   "STATUS=" WS-JOURNAL-FILE-STATUS
                   " - NO CHANGES ALLOWED WITHOUT A JOURNAL"
               CLOSE REGISTRY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-TARGET-ENTRY.
           MOVE "N" TO WS-REG-FOUND-SW
           MOVE WS-TARGET-DRONE-ID TO WS-REG-DRONE-ID
           READ REGISTRY-FILE KEY IS WS-REG-DRONE-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-REG-ENTRY-FOUND TO TRUE
           END-READ.

       SHOW-REGISTRY-ENTRY.
           DISPLAY "  DRONE " WS-REG-DRONE-ID
               " CALLSIGN " WS-REG-CALLSIGN
               " SQUAWK " WS-REG-SQUAWK-BASE
               " ASSIGNED " WS-REG-ASSIGNED-DATE.

       ADD-REGISTRY-ENTRY.
           PERFORM READ-TARGET-ENTRY
           IF WS-REG-ENTRY-FOUND
               DISPLAY "  " WS-TARGET-DRONE-ID " ALREADY REGISTERED"
               PERFORM SHOW-REGISTRY-ENTRY
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               DISPLAY "  CALLSIGN (BLANK FOR NEXT SD NUMBER): "
                   WITH NO ADVANCING
               PERFORM ACCEPT-FIELD-INPUT
               IF WS-FIELD-INPUT = SPACES
                   ADD 1 TO WS-NEXT-CALLSIGN-SEQ
                   MOVE WS-NEXT-CALLSIGN-SEQ TO WS-CALLSIGN-SUFFIX
                   MOVE SPACES TO WS-NEW-CALLSIGN
                   STRING "SD" WS-CALLSIGN-SUFFIX
                       DELIMITED SIZE INTO WS-NEW-CALLSIGN
               ELSE
                   MOVE WS-FIELD-INPUT(1:8) TO WS-NEW-CALLSIGN
               END-IF
               PERFORM CHECK-CALLSIGN-FREE
               IF WS-FIELD-OK
                   DISPLAY "  SQUAWK (BLANK FOR NEXT FREE CODE): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-FIELD-INPUT
                   IF WS-FIELD-INPUT = SPACES
                       PERFORM PICK-FREE-SQUAWK
                   ELSE
                       MOVE 0 TO WS-OLD-SQUAWK
                       PERFORM CHECK-SQUAWK-INPUT
                   END-IF
               END-IF
               IF WS-FIELD-OK
                   MOVE WS-TARGET-DRONE-ID TO WS-REG-DRONE-ID
                   MOVE WS-NEW-CALLSIGN TO WS-REG-CALLSIGN
                   MOVE WS-NEW-SQUAWK TO WS-REG-SQUAWK-BASE
                   ACCEPT WS-REG-ASSIGNED-DATE FROM DATE YYYYMMDD
                   WRITE WS-REGISTRY-RECORD
                       INVALID KEY
                           DISPLAY "  ADD FAILED STATUS="
                               WS-REGISTRY-FILE-STATUS
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           PERFORM MARK-SQUAWK-IN-USE
                           MOVE "ADD " TO WS-JRN-ACTION
                           MOVE WS-REGISTRY-RECORD
                               TO WS-JRN-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           ADD 1 TO WS-ADD-COUNT
                           DISPLAY "  ADDED"
                           PERFORM SHOW-REGISTRY-ENTRY
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-REGISTRY-ENTRY.
      * Blank keeps the field as it is; the assigned date is restamped
      * only when the callsign itself moves, since that is the
      * identity the ATC side sees
           PERFORM READ-TARGET-ENTRY
           IF NOT WS-REG-ENTRY-FOUND
               DISPLAY "  " WS-TARGET-DRONE-ID " NOT ON REGISTRY"
           ELSE
               PERFORM SHOW-REGISTRY-ENTRY
               MOVE WS-REGISTRY-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-REGISTRY-RECORD TO WS-SAVE-RECORD
               MOVE WS-REG-CALLSIGN TO WS-NEW-CALLSIGN
               MOVE WS-REG-SQUAWK-BASE TO WS-NEW-SQUAWK
               MOVE WS-REG-SQUAWK-BASE TO WS-OLD-SQUAWK
               SET WS-FIELD-OK TO TRUE
               DISPLAY "  NEW CALLSIGN (BLANK TO KEEP): "
                   WITH NO ADVANCING
               PERFORM ACCEPT-FIELD-INPUT
               IF WS-FIELD-INPUT NOT = SPACES
                   AND WS-FIELD-INPUT(1:8) NOT = WS-NEW-CALLSIGN
                   MOVE WS-FIELD-INPUT(1:8) TO WS-NEW-CALLSIGN
                   PERFORM CHECK-CALLSIGN-FREE
               END-IF
               IF WS-FIELD-OK
                   DISPLAY "  NEW SQUAWK (BLANK TO KEEP): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-FIELD-INPUT
                   IF WS-FIELD-INPUT NOT = SPACES
                       PERFORM CHECK-SQUAWK-INPUT
                   END-IF
               END-IF
               IF WS-FIELD-OK
                   MOVE WS-SAVE-RECORD TO WS-REGISTRY-RECORD
                   IF WS-NEW-CALLSIGN = WS-REG-CALLSIGN
                       AND WS-NEW-SQUAWK = WS-REG-SQUAWK-BASE
                       DISPLAY "  NO CHANGES"
                   ELSE
                       IF WS-NEW-CALLSIGN NOT = WS-REG-CALLSIGN
                           ACCEPT WS-REG-ASSIGNED-DATE
                               FROM DATE YYYYMMDD
                       END-IF
                       MOVE WS-NEW-CALLSIGN TO WS-REG-CALLSIGN
                       MOVE WS-NEW-SQUAWK TO WS-REG-SQUAWK-BASE
                       REWRITE WS-REGISTRY-RECORD
                           INVALID KEY
                               DISPLAY "  CHANGE FAILED STATUS="
                                   WS-REGISTRY-FILE-STATUS
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               PERFORM RESET-OLD-SQUAWK
                               PERFORM MARK-SQUAWK-IN-USE
                               MOVE "CHG " TO WS-JRN-ACTION
                               MOVE WS-REGISTRY-RECORD
                                   TO WS-JRN-AFTER-IMAGE
                               PERFORM WRITE-JOURNAL-RECORD
                               ADD 1 TO WS-CHANGE-COUNT
                               DISPLAY "  CHANGED"
                               PERFORM SHOW-REGISTRY-ENTRY
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       DEACTIVATE-REGISTRY-ENTRY.
      * Same keyed delete RETIRE.DAT drives in the bridge, so the
      * drone's code goes straight back to the pool
           PERFORM READ-TARGET-ENTRY
           IF NOT WS-REG-ENTRY-FOUND
               DISPLAY "  " WS-TARGET-DRONE-ID " NOT ON REGISTRY"
           ELSE
               PERFORM SHOW-REGISTRY-ENTRY
               DISPLAY "  DEACTIVATE THIS DRONE (YES/NO)? "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM NOT = "YES"
                   DISPLAY "  NOT DEACTIVATED"
               ELSE
                   MOVE WS-REGISTRY-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-REG-SQUAWK-BASE TO WS-OLD-SQUAWK
                   DELETE REGISTRY-FILE RECORD
                       INVALID KEY
                           DISPLAY "  DEACTIVATE FAILED STATUS="
                               WS-REGISTRY-FILE-STATUS
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 0 TO WS-NEW-SQUAWK
                           PERFORM RESET-OLD-SQUAWK
                           MOVE "DEAC" TO WS-JRN-ACTION
                           MOVE SPACES TO WS-JRN-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           ADD 1 TO WS-DEACTIVATE-COUNT
                           DISPLAY "  DEACTIVATED " WS-TARGET-DRONE-ID
                   END-DELETE
               END-IF
           END-IF.

       ACCEPT-FIELD-INPUT.
           MOVE SPACES TO WS-FIELD-INPUT
           ACCEPT WS-FIELD-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FIELD-INPUT) TO WS-FIELD-INPUT.

       CHECK-CALLSIGN-FREE.
      * The alternate key allows duplicates at the file level, so
      * uniqueness is enforced here: any other drone already flying
      * the callsign blocks the change
           SET WS-FIELD-OK TO TRUE
           MOVE WS-NEW-CALLSIGN TO WS-REG-CALLSIGN
           READ REGISTRY-FILE KEY IS WS-REG-CALLSIGN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-REG-DRONE-ID NOT = WS-TARGET-DRONE-ID
                       SET WS-FIELD-REJECTED TO TRUE
                       DISPLAY "  CALLSIGN " WS-NEW-CALLSIGN
                           " ALREADY HELD BY " WS-REG-DRONE-ID
                   END-IF
           END-READ
           IF WS-NEW-CALLSIGN = SPACES
               SET WS-FIELD-REJECTED TO TRUE
               DISPLAY "  CALLSIGN MAY NOT BE BLANK"
           END-IF.

       CHECK-SQUAWK-INPUT.
      * The code the drone already holds is always accepted, even an
      * out-of-pool code; otherwise it must be a free pool code. An
      * add passes a zero old code, meaning none is held yet
           SET WS-FIELD-OK TO TRUE
           IF FUNCTION TRIM(WS-FIELD-INPUT) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-INPUT)) > 4
               SET WS-FIELD-REJECTED TO TRUE
               DISPLAY "  SQUAWK MUST BE A 4-DIGIT CODE"
           ELSE
               MOVE FUNCTION NUMVAL(WS-FIELD-INPUT) TO WS-NEW-SQUAWK
               PERFORM FIND-POOL-CODE
               EVALUATE TRUE
                   WHEN WS-OLD-SQUAWK NOT = 0
                       AND WS-NEW-SQUAWK = WS-OLD-SQUAWK
                       CONTINUE
                   WHEN NOT WS-SQK-ENTRY-FOUND
                       SET WS-FIELD-REJECTED TO TRUE
                       DISPLAY "  SQUAWK " WS-NEW-SQUAWK
                           " IS NOT IN SQKPOOL.DAT"
                   WHEN WS-SQK-CODE-IN-USE(WS-SQK-IDX)
                       SET WS-FIELD-REJECTED TO TRUE
                       DISPLAY "  SQUAWK " WS-NEW-SQUAWK
                           " IS ALREADY ASSIGNED"
               END-EVALUATE
           END-IF.

       PICK-FREE-SQUAWK.
           SET WS-FIELD-OK TO TRUE
           MOVE "N" TO WS-SQK-FOUND-SW
           PERFORM VARYING WS-SQK-IDX FROM 1 BY 1
                   UNTIL WS-SQK-IDX > WS-SQK-POOL-COUNT
                       OR WS-SQK-ENTRY-FOUND
               IF WS-SQK-CODE-FREE(WS-SQK-IDX)
                   SET WS-SQK-ENTRY-FOUND TO TRUE
                   MOVE WS-SQK-TBL-CODE(WS-SQK-IDX) TO WS-NEW-SQUAWK
               END-IF
           END-PERFORM
           IF NOT WS-SQK-ENTRY-FOUND
               SET WS-FIELD-REJECTED TO TRUE
               DISPLAY "  SQUAWK POOL EXHAUSTED - NO FREE CODE"
           END-IF.

       MARK-SQUAWK-IN-USE.
           PERFORM FIND-POOL-CODE
           IF WS-SQK-ENTRY-FOUND
               IF WS-SQK-CODE-FREE(WS-SQK-IDX)
                   SET WS-SQK-CODE-IN-USE(WS-SQK-IDX) TO TRUE
                   SUBTRACT 1 FROM WS-SQK-POOL-REMAINING
               END-IF
           END-IF.

       RESET-OLD-SQUAWK.
      * Frees the code the drone held before, once it no longer does
           IF WS-OLD-SQUAWK NOT = WS-NEW-SQUAWK
               MOVE WS-NEW-SQUAWK TO WS-HOLD-SQUAWK
               MOVE WS-OLD-SQUAWK TO WS-NEW-SQUAWK
               PERFORM FIND-POOL-CODE
               IF WS-SQK-ENTRY-FOUND
                   IF WS-SQK-CODE-IN-USE(WS-SQK-IDX)
                       SET WS-SQK-CODE-FREE(WS-SQK-IDX) TO TRUE
                       ADD 1 TO WS-SQK-POOL-REMAINING
                   END-IF
               END-IF
               MOVE WS-HOLD-SQUAWK TO WS-NEW-SQUAWK
           END-IF.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR
           MOVE WS-TARGET-DRONE-ID TO WS-JRN-DRONE-ID
           MOVE WS-BEFORE-IMAGE TO WS-JRN-BEFORE-IMAGE
           WRITE WS-JOURNAL-RECORD
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRY-MAINT: JOURNAL WRITE ERROR "
                   "STATUS=" WS-JOURNAL-FILE-STATUS
                   " DRONE=" WS-TARGET-DRONE-ID
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
