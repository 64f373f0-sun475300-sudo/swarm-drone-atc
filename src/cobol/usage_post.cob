      * Phase 616: Legacy ATC Bridge — Airspace Usage Posting
      * 공역 사용 실적 전기
      * Run after UTIL-UPDATE: posts the latest bridge run's per-drone
      * activity to the usage ledger USAGEACT.DAT that the month-end
      * operator statement bills from. VIOLRPT.RPT, CONFRPT.RPT and
      * REJECT.DAT are rewritten by every bridge run, so each run's
      * incursions, conflict pairs and rejected telemetry must be
      * counted before the next run replaces them. Flight minutes and
      * sorties come from UTILMSTR.DAT as the growth since the last
      * posting, measured against the marks kept in USAGEMRK.DAT.
      * The run ID from RUNSTATS.DAT keys the posting, so a run is
      * never posted twice
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAGE-POST.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.

           SELECT UTIL-MASTER-FILE ASSIGN TO "UTILMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTIL-FILE-STATUS.

           SELECT VIOLATION-FILE ASSIGN TO "VIOLRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-FILE-STATUS.

           SELECT CONFLICT-FILE ASSIGN TO "CONFRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT USAGE-LEDGER-FILE ASSIGN TO "USAGEACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT USAGE-MARK-FILE ASSIGN TO "USAGEMRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-FILE-STATUS.

           SELECT USAGE-MARK-TEMP-FILE ASSIGN TO "USAGEMRK.DAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-TEMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       01 WS-RUN-STATS-RECORD.
          05 WS-RST-RUN-ID         PIC X(14).
          05 WS-RST-DATE           PIC X(8).
          05 WS-RST-DURATION-MINS  PIC 9(5).
          05 WS-RST-D2A-COUNT      PIC 9(6).
          05 WS-RST-A2D-COUNT      PIC 9(6).
          05 WS-RST-CONV-COUNT     PIC 9(6).
          05 WS-RST-ERROR-COUNT    PIC 9(4).
          05 WS-RST-REJECT-COUNT   PIC 9(4).
          05 WS-RST-INREJ-COUNT    PIC 9(4).
          05 WS-RST-CONFLICT-COUNT PIC 9(4).
          05 WS-RST-INCURSION-COUNT PIC 9(6).
          05 WS-RST-FAC-COUNTS.
             10 WS-RST-FAC-MSGS    PIC 9(8) OCCURS 4 TIMES.

       FD  UTIL-MASTER-FILE
           RECORDING MODE IS F.
       01 WS-UTIL-MASTER-RECORD.
          05 WS-UTL-DRONE-ID       PIC X(10).
          05 WS-UTL-FLIGHT-MINS    PIC 9(7).
          05 WS-UTL-SORTIE-COUNT   PIC 9(5).
          05 WS-UTL-LAST-FLOWN     PIC X(8).
          05 WS-UTL-MARK-DATE      PIC X(8).
          05 WS-UTL-MARK-TIME      PIC X(8).
          05 WS-UTL-LAST-STATUS    PIC X(3).
          05 WS-UTL-MARK-HHMM      PIC 9(4).

       FD  VIOLATION-FILE
           RECORDING MODE IS F.
       01 WS-VIOLATION-LINE        PIC X(80).

       FD  CONFLICT-FILE
           RECORDING MODE IS F.
       01 WS-CONFLICT-LINE         PIC X(80).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01 WS-REJECT-RECORD.
          05 WS-REJ-DRONE-ID       PIC X(10).
          05 WS-REJ-REASON-CODE    PIC X(4).
          05 WS-REJ-REASON-TEXT    PIC X(40).

      * One ledger line per drone with activity in a posted run
       FD  USAGE-LEDGER-FILE
           RECORDING MODE IS F.
       01 WS-LEDGER-RECORD.
          05 WS-UAC-RUN-ID         PIC X(14).
          05 WS-UAC-DATE           PIC X(8).
          05 WS-UAC-DRONE-ID       PIC X(10).
          05 WS-UAC-FLIGHT-MINS    PIC 9(7).
          05 WS-UAC-SORTIES        PIC 9(5).
          05 WS-UAC-INCURSIONS     PIC 9(5).
          05 WS-UAC-CONFLICTS      PIC 9(5).
          05 WS-UAC-REJECTS        PIC 9(5).

      * The UTILMSTR.DAT totals each drone had at its last posting
       FD  USAGE-MARK-FILE
           RECORDING MODE IS F.
       01 WS-MARK-RECORD.
          05 WS-UMK-DRONE-ID       PIC X(10).
          05 WS-UMK-FLIGHT-MINS    PIC 9(7).
          05 WS-UMK-SORTIES        PIC 9(5).

       FD  USAGE-MARK-TEMP-FILE
           RECORDING MODE IS F.
       01 WS-MARK-TEMP-RECORD      PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-RUNSTATS-FILE-STATUS  PIC XX VALUE "00".
       01 WS-UTIL-FILE-STATUS      PIC XX VALUE "00".
       01 WS-VIOLATION-FILE-STATUS PIC XX VALUE "00".
       01 WS-CONFLICT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-REJECT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LEDGER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-MARK-FILE-STATUS      PIC XX VALUE "00".
       01 WS-MARK-TEMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-POST-RUN-ID           PIC X(14) VALUE SPACES.
       01 WS-POST-DATE             PIC X(8) VALUE SPACES.
       01 WS-POSTED-SW             PIC X VALUE "N".
          88 WS-RUN-ALREADY-POSTED VALUE "Y".
      * With no mark file at all this is the first posting: the marks
      * are seeded from UTILMSTR.DAT and no minutes are posted, so
      * flying from before go-live is never billed
       01 WS-MARKS-EXIST-SW        PIC X VALUE "N".
          88 WS-MARKS-EXIST        VALUE "Y".

      * One slot per drone seen in any source this run
       01 WS-ACT-COUNT             PIC 9(5) VALUE 0.
       01 WS-MAX-ACT-ENTRIES       PIC 9(5) VALUE 20000.
       01 WS-ACT-FOUND-SW          PIC X VALUE "N".
          88 WS-ACT-ENTRY-FOUND    VALUE "Y".
       01 WS-ACT-FULL-SW           PIC X VALUE "N".
          88 WS-ACT-TABLE-FULL     VALUE "Y".
       01 WS-ACT-TABLE.
          05 WS-ACT-ENTRY OCCURS 20000 TIMES
                          INDEXED BY WS-ACT-IDX.
             10 WS-ACT-TBL-DRONE-ID   PIC X(10).
             10 WS-ACT-TBL-HAS-MARK   PIC X.
                88 WS-ACT-MARKED      VALUE "Y".
             10 WS-ACT-TBL-MARK-MINS  PIC 9(7).
             10 WS-ACT-TBL-MARK-SORT  PIC 9(5).
             10 WS-ACT-TBL-MINS       PIC 9(7).
             10 WS-ACT-TBL-SORTIES    PIC 9(5).
             10 WS-ACT-TBL-INCURSIONS PIC 9(5).
             10 WS-ACT-TBL-CONFLICTS  PIC 9(5).
             10 WS-ACT-TBL-REJECTS    PIC 9(5).

       01 WS-LOOKUP-DRONE-ID       PIC X(10).
       01 WS-POSTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-TOTAL-MINS            PIC 9(8) VALUE 0.
       01 WS-TOTAL-SORTIES         PIC 9(6) VALUE 0.
       01 WS-TOTAL-INCURSIONS      PIC 9(6) VALUE 0.
       01 WS-TOTAL-CONFLICTS       PIC 9(6) VALUE 0.
       01 WS-TOTAL-REJECTS         PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM FIND-LATEST-RUN
           PERFORM CHECK-RUN-POSTED
           IF WS-RUN-ALREADY-POSTED
               DISPLAY "USAGE-POST: RUN " WS-POST-RUN-ID
                   " ALREADY POSTED - NOTHING TO DO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-USAGE-MARKS
           PERFORM SCAN-UTIL-MASTER
           PERFORM SCAN-VIOLATIONS
           PERFORM SCAN-CONFLICTS
           PERFORM SCAN-REJECTS
           PERFORM WRITE-LEDGER-POSTINGS
           PERFORM REWRITE-USAGE-MARKS
           DISPLAY "USAGE-POST: RUN " WS-POST-RUN-ID
               " DATE " WS-POST-DATE
               " DRONES POSTED=" WS-POSTED-COUNT
           DISPLAY "USAGE-POST: MINUTES=" WS-TOTAL-MINS
               " SORTIES=" WS-TOTAL-SORTIES
               " INCURSIONS=" WS-TOTAL-INCURSIONS
               " CONFLICTS=" WS-TOTAL-CONFLICTS
               " REJECTS=" WS-TOTAL-REJECTS
           IF NOT WS-MARKS-EXIST
               DISPLAY "USAGE-POST: FIRST POSTING - FLIGHT MARKS "
                   "SEEDED FROM UTILMSTR.DAT"
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       FIND-LATEST-RUN.
      * The last RUNSTATS.DAT line is the run whose reports are on
      * disk now
           OPEN INPUT RUN-STATS-FILE
           IF WS-RUNSTATS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-RUNSTATS-FILE-STATUS = "10"
                   READ RUN-STATS-FILE
                       AT END MOVE "10" TO WS-RUNSTATS-FILE-STATUS
                       NOT AT END
                           MOVE WS-RST-RUN-ID TO WS-POST-RUN-ID
                           MOVE WS-RST-DATE TO WS-POST-DATE
                   END-READ
               END-PERFORM
               CLOSE RUN-STATS-FILE
           END-IF
           IF WS-POST-RUN-ID = SPACES
               DISPLAY "USAGE-POST: NO BRIDGE RUN IN RUNSTATS.DAT - "
                   "NOTHING TO POST"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-RUN-POSTED.
           OPEN INPUT USAGE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LEDGER-FILE-STATUS = "10"
                   READ USAGE-LEDGER-FILE
                       AT END MOVE "10" TO WS-LEDGER-FILE-STATUS
                       NOT AT END
                           IF WS-UAC-RUN-ID = WS-POST-RUN-ID
                               SET WS-RUN-ALREADY-POSTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-LEDGER-FILE
           END-IF.

       LOAD-USAGE-MARKS.
           OPEN INPUT USAGE-MARK-FILE
           IF WS-MARK-FILE-STATUS = "35"
               CONTINUE
           ELSE
               SET WS-MARKS-EXIST TO TRUE
               PERFORM UNTIL WS-MARK-FILE-STATUS = "10"
                   READ USAGE-MARK-FILE
                       AT END MOVE "10" TO WS-MARK-FILE-STATUS
                       NOT AT END
                           MOVE WS-UMK-DRONE-ID TO WS-LOOKUP-DRONE-ID
                           PERFORM FIND-ACTIVITY-ENTRY
                           IF WS-ACT-ENTRY-FOUND
                               SET WS-ACT-MARKED(WS-ACT-IDX) TO TRUE
                               MOVE WS-UMK-FLIGHT-MINS
                                   TO WS-ACT-TBL-MARK-MINS(WS-ACT-IDX)
                               MOVE WS-UMK-SORTIES
                                   TO WS-ACT-TBL-MARK-SORT(WS-ACT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-MARK-FILE
           END-IF.

       FIND-ACTIVITY-ENTRY.
      * Finds WS-LOOKUP-DRONE-ID, adding a zeroed slot when it is new
           MOVE "N" TO WS-ACT-FOUND-SW
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
                       OR WS-ACT-ENTRY-FOUND
               IF WS-ACT-TBL-DRONE-ID(WS-ACT-IDX) = WS-LOOKUP-DRONE-ID
                   SET WS-ACT-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACT-ENTRY-FOUND
               SET WS-ACT-IDX DOWN BY 1
           ELSE
               IF WS-ACT-COUNT >= WS-MAX-ACT-ENTRIES
                   IF NOT WS-ACT-TABLE-FULL
                       SET WS-ACT-TABLE-FULL TO TRUE
                       DISPLAY "USAGE-POST: ACTIVITY TABLE FULL AT "
                           WS-MAX-ACT-ENTRIES " DRONES, FURTHER "
                           "DRONES NOT POSTED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-ACT-COUNT
                   SET WS-ACT-IDX TO WS-ACT-COUNT
                   MOVE WS-LOOKUP-DRONE-ID
                       TO WS-ACT-TBL-DRONE-ID(WS-ACT-IDX)
                   MOVE "N" TO WS-ACT-TBL-HAS-MARK(WS-ACT-IDX)
                   MOVE 0 TO WS-ACT-TBL-MARK-MINS(WS-ACT-IDX)
                   MOVE 0 TO WS-ACT-TBL-MARK-SORT(WS-ACT-IDX)
                   MOVE 0 TO WS-ACT-TBL-MINS(WS-ACT-IDX)
                   MOVE 0 TO WS-ACT-TBL-SORTIES(WS-ACT-IDX)
                   MOVE 0 TO WS-ACT-TBL-INCURSIONS(WS-ACT-IDX)
                   MOVE 0 TO WS-ACT-TBL-CONFLICTS(WS-ACT-IDX)
                   MOVE 0 TO WS-ACT-TBL-REJECTS(WS-ACT-IDX)
                   SET WS-ACT-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

       SCAN-UTIL-MASTER.
           OPEN INPUT UTIL-MASTER-FILE
           IF WS-UTIL-FILE-STATUS = "35"
               DISPLAY "USAGE-POST: UTILMSTR.DAT NOT FOUND, NO "
                   "FLIGHT MINUTES POSTED"
           ELSE
               PERFORM UNTIL WS-UTIL-FILE-STATUS = "10"
                   READ UTIL-MASTER-FILE
                       AT END MOVE "10" TO WS-UTIL-FILE-STATUS
                       NOT AT END PERFORM POST-UTIL-GROWTH
                   END-READ
               END-PERFORM
               CLOSE UTIL-MASTER-FILE
           END-IF.

       POST-UTIL-GROWTH.
      * A total below its mark means the master was rebuilt; nothing
      * is posted and the mark simply follows the new total
           MOVE WS-UTL-DRONE-ID TO WS-LOOKUP-DRONE-ID
           PERFORM FIND-ACTIVITY-ENTRY
           IF WS-ACT-ENTRY-FOUND
               IF WS-MARKS-EXIST
                   IF WS-UTL-FLIGHT-MINS >
                           WS-ACT-TBL-MARK-MINS(WS-ACT-IDX)
                       COMPUTE WS-ACT-TBL-MINS(WS-ACT-IDX) =
                           WS-UTL-FLIGHT-MINS -
                           WS-ACT-TBL-MARK-MINS(WS-ACT-IDX)
                   END-IF
                   IF WS-UTL-SORTIE-COUNT >
                           WS-ACT-TBL-MARK-SORT(WS-ACT-IDX)
                       COMPUTE WS-ACT-TBL-SORTIES(WS-ACT-IDX) =
                           WS-UTL-SORTIE-COUNT -
                           WS-ACT-TBL-MARK-SORT(WS-ACT-IDX)
                   END-IF
               END-IF
               SET WS-ACT-MARKED(WS-ACT-IDX) TO TRUE
               MOVE WS-UTL-FLIGHT-MINS
                   TO WS-ACT-TBL-MARK-MINS(WS-ACT-IDX)
               MOVE WS-UTL-SORTIE-COUNT
                   TO WS-ACT-TBL-MARK-SORT(WS-ACT-IDX)
           END-IF.

       SCAN-VIOLATIONS.
      * Incursion lines carry the drone ID at a fixed position right
      * after the tag
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-VIOLATION-FILE-STATUS = "10"
                   READ VIOLATION-FILE
                       AT END MOVE "10" TO WS-VIOLATION-FILE-STATUS
                       NOT AT END
                           IF WS-VIOLATION-LINE(1:11) = "INCURSION: "
                               MOVE WS-VIOLATION-LINE(12:10)
                                   TO WS-LOOKUP-DRONE-ID
                               PERFORM FIND-ACTIVITY-ENTRY
                               IF WS-ACT-ENTRY-FOUND
                                   ADD 1 TO
                                     WS-ACT-TBL-INCURSIONS(WS-ACT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIOLATION-FILE
           END-IF.

       SCAN-CONFLICTS.
      * Each conflict pair's detail line names both drones, and each
      * is charged with the conflict
           OPEN INPUT CONFLICT-FILE
           IF WS-CONFLICT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CONFLICT-FILE-STATUS = "10"
                   READ CONFLICT-FILE
                       AT END MOVE "10" TO WS-CONFLICT-FILE-STATUS
                       NOT AT END
                           IF WS-CONFLICT-LINE(1:9) = "  DRONES "
                               MOVE WS-CONFLICT-LINE(10:10)
                                   TO WS-LOOKUP-DRONE-ID
                               PERFORM ADD-CONFLICT-TO-DRONE
                               MOVE WS-CONFLICT-LINE(21:10)
                                   TO WS-LOOKUP-DRONE-ID
                               PERFORM ADD-CONFLICT-TO-DRONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFLICT-FILE
           END-IF.

       ADD-CONFLICT-TO-DRONE.
           PERFORM FIND-ACTIVITY-ENTRY
           IF WS-ACT-ENTRY-FOUND
               ADD 1 TO WS-ACT-TBL-CONFLICTS(WS-ACT-IDX)
           END-IF.

       SCAN-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-REJECT-FILE-STATUS = "10"
                   READ REJECT-FILE
                       AT END MOVE "10" TO WS-REJECT-FILE-STATUS
                       NOT AT END
                           MOVE WS-REJ-DRONE-ID TO WS-LOOKUP-DRONE-ID
                           PERFORM FIND-ACTIVITY-ENTRY
                           IF WS-ACT-ENTRY-FOUND
                               ADD 1 TO WS-ACT-TBL-REJECTS(WS-ACT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       WRITE-LEDGER-POSTINGS.
           OPEN INPUT USAGE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT USAGE-LEDGER-FILE
           ELSE
               CLOSE USAGE-LEDGER-FILE
               OPEN EXTEND USAGE-LEDGER-FILE
           END-IF
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "USAGE-POST: CANNOT OPEN USAGEACT.DAT STATUS="
                   WS-LEDGER-FILE-STATUS " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-TBL-MINS(WS-ACT-IDX) > 0
                   OR WS-ACT-TBL-SORTIES(WS-ACT-IDX) > 0
                   OR WS-ACT-TBL-INCURSIONS(WS-ACT-IDX) > 0
                   OR WS-ACT-TBL-CONFLICTS(WS-ACT-IDX) > 0
                   OR WS-ACT-TBL-REJECTS(WS-ACT-IDX) > 0
                   PERFORM WRITE-LEDGER-RECORD
               END-IF
           END-PERFORM
           CLOSE USAGE-LEDGER-FILE.

       WRITE-LEDGER-RECORD.
           MOVE WS-POST-RUN-ID TO WS-UAC-RUN-ID
           MOVE WS-POST-DATE TO WS-UAC-DATE
           MOVE WS-ACT-TBL-DRONE-ID(WS-ACT-IDX) TO WS-UAC-DRONE-ID
           MOVE WS-ACT-TBL-MINS(WS-ACT-IDX) TO WS-UAC-FLIGHT-MINS
           MOVE WS-ACT-TBL-SORTIES(WS-ACT-IDX) TO WS-UAC-SORTIES
           MOVE WS-ACT-TBL-INCURSIONS(WS-ACT-IDX) TO WS-UAC-INCURSIONS
           MOVE WS-ACT-TBL-CONFLICTS(WS-ACT-IDX) TO WS-UAC-CONFLICTS
           MOVE WS-ACT-TBL-REJECTS(WS-ACT-IDX) TO WS-UAC-REJECTS
           WRITE WS-LEDGER-RECORD
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "USAGE-POST: LEDGER WRITE ERROR STATUS="
                   WS-LEDGER-FILE-STATUS
                   " DRONE=" WS-UAC-DRONE-ID
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-UAC-FLIGHT-MINS TO WS-TOTAL-MINS
               ADD WS-UAC-SORTIES TO WS-TOTAL-SORTIES
               ADD WS-UAC-INCURSIONS TO WS-TOTAL-INCURSIONS
               ADD WS-UAC-CONFLICTS TO WS-TOTAL-CONFLICTS
               ADD WS-UAC-REJECTS TO WS-TOTAL-REJECTS
           END-IF.

       REWRITE-USAGE-MARKS.
      * Built as USAGEMRK.DAT.TMP and swapped in only when complete,
      * the same way UTIL-UPDATE replaces its master
           OPEN OUTPUT USAGE-MARK-TEMP-FILE
           IF WS-MARK-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "USAGE-POST: CANNOT OPEN USAGEMRK.DAT.TMP "
                   "STATUS=" WS-MARK-TEMP-FILE-STATUS
                   " - MARKS LEFT INTACT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-MARKED(WS-ACT-IDX)
                   MOVE WS-ACT-TBL-DRONE-ID(WS-ACT-IDX)
                       TO WS-UMK-DRONE-ID
                   MOVE WS-ACT-TBL-MARK-MINS(WS-ACT-IDX)
                       TO WS-UMK-FLIGHT-MINS
                   MOVE WS-ACT-TBL-MARK-SORT(WS-ACT-IDX)
                       TO WS-UMK-SORTIES
                   WRITE WS-MARK-TEMP-RECORD FROM WS-MARK-RECORD
                   IF WS-MARK-TEMP-FILE-STATUS NOT = "00"
                       DISPLAY "USAGE-POST: MARK WRITE ERROR STATUS="
                           WS-MARK-TEMP-FILE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE USAGE-MARK-TEMP-FILE
           IF WS-ERROR-COUNT = 0
               CALL "CBL_DELETE_FILE" USING "USAGEMRK.DAT"
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING "USAGEMRK.DAT.TMP"
                   "USAGEMRK.DAT" RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "USAGE-POST: USAGEMRK.DAT SWAP FAILED, "
                       "RESULT=" WS-CBL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               DISPLAY "USAGE-POST: WRITE ERRORS - USAGEMRK.DAT "
                   "LEFT INTACT, FIX AND RERUN"
           END-IF.
