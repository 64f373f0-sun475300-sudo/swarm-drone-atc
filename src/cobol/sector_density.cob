      * Phase 616: Legacy ATC Bridge — Sector Traffic Density Report
      * 섹터 교통 밀도 및 수용량 초과 보고서
      * Places every track history position for the report date into
      * the SECTOR.DAT sector containing it and counts the distinct
      * drones in each sector for each 15-minute bucket of the day.
      * Each bucket is checked against the sector's capacity from
      * SECCAP.DAT and flagged when over; every sector shows its peak
      * bucket and its average loading, so facility managers can
      * size controller staffing and see where dispatch needs to
      * spread the traffic. The report date is today unless a
      * YYYYMMDD date is given on the command line; a day already
      * rolled out of TRKHIST.DAT is read from its TRKHIST.YYYYMMDD
      * generation as well
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTOR-DENSITY.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SECTOR-FILE ASSIGN TO "SECTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTOR-FILE-STATUS.

           SELECT CAPACITY-FILE ASSIGN TO "SECCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-FILE-STATUS.

           SELECT DENSITY-REPORT-FILE ASSIGN TO "SECDENS.RPT"
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
          05 WS-HIST-REPORT-PARTS REDEFINES WS-HIST-REPORT-HHMM.
             10 WS-HIST-REPORT-HH  PIC 9(2).
             10 WS-HIST-REPORT-MM  PIC 9(2).

       FD  SECTOR-FILE
           RECORDING MODE IS F.
       01 WS-SECTOR-RECORD.
          05 WS-SEC-SECTOR-ID      PIC X(8).
          05 WS-SEC-FACILITY       PIC X(4).
          05 WS-SEC-LAT-MIN        PIC S9(3)V9(6).
          05 WS-SEC-LAT-MAX        PIC S9(3)V9(6).
          05 WS-SEC-LON-MIN        PIC S9(3)V9(6).
          05 WS-SEC-LON-MAX        PIC S9(3)V9(6).

      * Most distinct drones a sector can safely hold at once
       FD  CAPACITY-FILE
           RECORDING MODE IS F.
       01 WS-CAPACITY-RECORD.
          05 WS-CAP-SECTOR-ID      PIC X(8).
          05 WS-CAP-MAX-DRONES     PIC 9(4).

       FD  DENSITY-REPORT-FILE
           RECORDING MODE IS F.
       01 WS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS   PIC XX VALUE "00".
       01 WS-SECTOR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CAPACITY-FILE-STATUS  PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CBL-RESULT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-FILE-INFO.
          05 WS-FILE-INFO-SIZE     PIC X(8) COMP-X.
          05 WS-FILE-INFO-DATE     PIC X(4) COMP-X.
          05 WS-FILE-INFO-TIME     PIC X(4) COMP-X.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-REPORT-DATE           PIC X(8).
       01 WS-DATE-PARM             PIC X(20) VALUE SPACES.
       01 WS-HISTORY-FILENAME      PIC X(16) VALUE SPACES.
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(4) VALUE 0.

       01 WS-SECTOR-COUNT          PIC 9(3) VALUE 0.
       01 WS-MAX-SECTOR-ENTRIES    PIC 9(3) VALUE 100.
       01 WS-SECTOR-TABLE.
          05 WS-SEC-ENTRY OCCURS 100 TIMES
                          INDEXED BY WS-SEC-IDX.
             10 WS-SEC-TBL-SECTOR-ID PIC X(8).
             10 WS-SEC-TBL-FACILITY  PIC X(4).
             10 WS-SEC-TBL-LAT-MIN   PIC S9(3)V9(6).
             10 WS-SEC-TBL-LAT-MAX   PIC S9(3)V9(6).
             10 WS-SEC-TBL-LON-MIN   PIC S9(3)V9(6).
             10 WS-SEC-TBL-LON-MAX   PIC S9(3)V9(6).
             10 WS-SEC-TBL-CAPACITY  PIC 9(4).
             10 WS-SEC-TBL-CAP-SW    PIC X.
                88 WS-SEC-HAS-CAPACITY VALUE "Y".
             10 WS-SEC-TBL-POSITIONS PIC 9(7).
             10 WS-SEC-TBL-TOTAL     PIC 9(7).
             10 WS-SEC-TBL-ACTIVE    PIC 9(3).
             10 WS-SEC-TBL-OVER      PIC 9(3).
             10 WS-SEC-TBL-PEAK      PIC 9(5).
             10 WS-SEC-TBL-PEAK-BKT  PIC 9(3).
             10 WS-SEC-TBL-BUCKET    PIC 9(5) OCCURS 96 TIMES.
       01 WS-PLACED-SECTOR         PIC 9(3).
       01 WS-SEC-FOUND-SW          PIC X VALUE "N".
          88 WS-SEC-ENTRY-FOUND    VALUE "Y".

      * Which sectors each drone has already been counted in for each
      * bucket, so a drone reporting several times inside one 15
      * minutes counts once per sector. Three sectors per bucket is
      * far more than a drone can cross in 15 minutes; a fourth is
      * counted without being remembered
       01 WS-DRONE-COUNT           PIC 9(4) VALUE 0.
       01 WS-MAX-DRONE-ENTRIES     PIC 9(4) VALUE 2000.
       01 WS-DRONE-TABLE.
          05 WS-DRN-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-DRN-IDX.
             10 WS-DRN-TBL-DRONE-ID  PIC X(10).
             10 WS-DRN-TBL-BUCKET OCCURS 96 TIMES.
                15 WS-DRN-TBL-SECTOR PIC 9(3) OCCURS 3 TIMES.
       01 WS-DRN-FOUND-SW          PIC X VALUE "N".
          88 WS-DRN-ENTRY-FOUND    VALUE "Y".
       01 WS-COUNTED-SW            PIC X VALUE "N".
          88 WS-ALREADY-COUNTED    VALUE "Y".
       01 WS-BUCKET-SUB            PIC 9(3).
       01 WS-SLOT-SUB              PIC 9(1).
       01 WS-FREE-SLOT             PIC 9(1).

       01 WS-POSITIONS-READ        PIC 9(7) VALUE 0.
       01 WS-POSITIONS-PLACED      PIC 9(7) VALUE 0.
       01 WS-POSITIONS-OUTSIDE     PIC 9(7) VALUE 0.
       01 WS-POSITIONS-BAD-TIME    PIC 9(7) VALUE 0.
       01 WS-TOTAL-OVER            PIC 9(5) VALUE 0.
       01 WS-NO-CAPACITY-COUNT     PIC 9(3) VALUE 0.

       01 WS-BUCKET-START-MINS     PIC 9(4).
       01 WS-BUCKET-FROM-HH        PIC 9(2).
       01 WS-BUCKET-FROM-MM        PIC 9(2).
       01 WS-BUCKET-TO-HH          PIC 9(2).
       01 WS-BUCKET-TO-MM          PIC 9(2).
       01 WS-LOAD-PCT              PIC 9(5).
       01 WS-DISPLAY-LOAD-PCT      PIC ZZZZ9.
       01 WS-AVG-ALL-DAY           PIC 9(5)V99.
       01 WS-AVG-ACTIVE            PIC 9(5)V99.
       01 WS-DISPLAY-AVG-ALL       PIC ZZZZ9.99.
       01 WS-DISPLAY-AVG-ACTIVE    PIC ZZZZ9.99.
       01 WS-DISPLAY-CAPACITY      PIC X(8).

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
           PERFORM LOAD-SECTORS
           IF WS-SECTOR-COUNT = 0
               DISPLAY "SECTOR-DENSITY: SECTOR.DAT MISSING OR EMPTY - "
                   "NO SECTORS TO REPORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CAPACITIES
           MOVE SPACES TO WS-HISTORY-FILENAME
           STRING "TRKHIST." WS-REPORT-DATE DELIMITED SIZE
               INTO WS-HISTORY-FILENAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-HISTORY-FILENAME
               WS-FILE-INFO RETURNING WS-CBL-RESULT
           IF WS-CBL-RESULT = 0
               PERFORM SCAN-HISTORY-FILE
           END-IF
           MOVE "TRKHIST.DAT" TO WS-HISTORY-FILENAME
           PERFORM SCAN-HISTORY-FILE
           PERFORM WRITE-DENSITY-REPORT
           DISPLAY "SECTOR-DENSITY: " WS-REPORT-DATE " POSITIONS="
               WS-POSITIONS-PLACED " BUCKETS OVER CAPACITY="
               WS-TOTAL-OVER
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-OVER > 0 OR WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-SECTORS.
           OPEN INPUT SECTOR-FILE
           IF WS-SECTOR-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SECTOR-FILE-STATUS = "10"
                   READ SECTOR-FILE
                       AT END MOVE "10" TO WS-SECTOR-FILE-STATUS
                       NOT AT END
                           IF WS-SEC-SECTOR-ID NOT = SPACES
                               PERFORM LOAD-SECTOR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTOR-FILE
           END-IF.

       LOAD-SECTOR-ENTRY.
           IF WS-SECTOR-COUNT >= WS-MAX-SECTOR-ENTRIES
               DISPLAY "SECTOR-DENSITY: SECTOR TABLE FULL AT "
                   WS-MAX-SECTOR-ENTRIES " ENTRIES, CANNOT ADD "
                   WS-SEC-SECTOR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SECTOR-COUNT
           SET WS-SEC-IDX TO WS-SECTOR-COUNT
           INITIALIZE WS-SEC-ENTRY(WS-SEC-IDX)
           MOVE WS-SEC-SECTOR-ID TO WS-SEC-TBL-SECTOR-ID(WS-SEC-IDX)
           MOVE WS-SEC-FACILITY TO WS-SEC-TBL-FACILITY(WS-SEC-IDX)
           MOVE WS-SEC-LAT-MIN TO WS-SEC-TBL-LAT-MIN(WS-SEC-IDX)
           MOVE WS-SEC-LAT-MAX TO WS-SEC-TBL-LAT-MAX(WS-SEC-IDX)
           MOVE WS-SEC-LON-MIN TO WS-SEC-TBL-LON-MIN(WS-SEC-IDX)
           MOVE WS-SEC-LON-MAX TO WS-SEC-TBL-LON-MAX(WS-SEC-IDX)
           MOVE "N" TO WS-SEC-TBL-CAP-SW(WS-SEC-IDX).

       LOAD-CAPACITIES.
      * A capacity line for a sector no longer in SECTOR.DAT is
      * reported and ignored; a sector without one is still counted
      * but cannot be flagged
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-FILE-STATUS = "35"
               DISPLAY "SECTOR-DENSITY: SECCAP.DAT NOT FOUND - NO "
                   "BUCKET CAN BE CHECKED AGAINST CAPACITY"
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-CAPACITY-FILE-STATUS = "10"
                   READ CAPACITY-FILE
                       AT END MOVE "10" TO WS-CAPACITY-FILE-STATUS
                       NOT AT END
                           IF WS-CAP-SECTOR-ID NOT = SPACES
                               PERFORM APPLY-CAPACITY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
           END-IF.

       APPLY-CAPACITY-RECORD.
           MOVE "N" TO WS-SEC-FOUND-SW
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SECTOR-COUNT
                       OR WS-SEC-ENTRY-FOUND
               IF WS-SEC-TBL-SECTOR-ID(WS-SEC-IDX) = WS-CAP-SECTOR-ID
                   SET WS-SEC-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SEC-ENTRY-FOUND
               DISPLAY "SECTOR-DENSITY: SECCAP.DAT SECTOR "
                   WS-CAP-SECTOR-ID " NOT IN SECTOR.DAT - IGNORED"
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               SET WS-SEC-IDX DOWN BY 1
               IF WS-CAP-MAX-DRONES IS NUMERIC
                   AND WS-CAP-MAX-DRONES > 0
                   MOVE WS-CAP-MAX-DRONES
                       TO WS-SEC-TBL-CAPACITY(WS-SEC-IDX)
                   SET WS-SEC-HAS-CAPACITY(WS-SEC-IDX) TO TRUE
               ELSE
                   DISPLAY "SECTOR-DENSITY: SECCAP.DAT SECTOR "
                       WS-CAP-SECTOR-ID " CAPACITY NOT A POSITIVE "
                       "NUMBER - IGNORED"
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.

       SCAN-HISTORY-FILE.
           MOVE "00" TO WS-HISTORY-FILE-STATUS
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-HISTORY-FILE-STATUS = "10"
                   READ HISTORY-FILE
                       AT END MOVE "10" TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF WS-HIST-DATE = WS-REPORT-DATE
                               PERFORM PLACE-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       PLACE-POSITION.
      * Bucketed by the drone's own report time, first containing
      * sector wins the same way the bridge assigns facilities
           ADD 1 TO WS-POSITIONS-READ
           IF WS-HIST-REPORT-HHMM IS NOT NUMERIC
               OR WS-HIST-REPORT-HH > 23
               OR WS-HIST-REPORT-MM > 59
               ADD 1 TO WS-POSITIONS-BAD-TIME
           ELSE
               MOVE 0 TO WS-PLACED-SECTOR
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SECTOR-COUNT
                           OR WS-PLACED-SECTOR > 0
                   IF WS-HIST-LATITUDE >=
                           WS-SEC-TBL-LAT-MIN(WS-SEC-IDX)
                       AND WS-HIST-LATITUDE <=
                           WS-SEC-TBL-LAT-MAX(WS-SEC-IDX)
                       AND WS-HIST-LONGITUDE >=
                           WS-SEC-TBL-LON-MIN(WS-SEC-IDX)
                       AND WS-HIST-LONGITUDE <=
                           WS-SEC-TBL-LON-MAX(WS-SEC-IDX)
                       SET WS-PLACED-SECTOR TO WS-SEC-IDX
                   END-IF
               END-PERFORM
               IF WS-PLACED-SECTOR = 0
                   ADD 1 TO WS-POSITIONS-OUTSIDE
               ELSE
                   ADD 1 TO WS-POSITIONS-PLACED
                   SET WS-SEC-IDX TO WS-PLACED-SECTOR
                   ADD 1 TO WS-SEC-TBL-POSITIONS(WS-SEC-IDX)
                   COMPUTE WS-BUCKET-SUB =
                       (WS-HIST-REPORT-HH * 60 + WS-HIST-REPORT-MM)
                       / 15 + 1
                   PERFORM COUNT-DRONE-IN-BUCKET
               END-IF
           END-IF.

       COUNT-DRONE-IN-BUCKET.
           MOVE "N" TO WS-DRN-FOUND-SW
           PERFORM VARYING WS-DRN-IDX FROM 1 BY 1
                   UNTIL WS-DRN-IDX > WS-DRONE-COUNT
                       OR WS-DRN-ENTRY-FOUND
               IF WS-DRN-TBL-DRONE-ID(WS-DRN-IDX) = WS-HIST-DRONE-ID
                   SET WS-DRN-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DRN-ENTRY-FOUND
               SET WS-DRN-IDX DOWN BY 1
           ELSE
               IF WS-DRONE-COUNT >= WS-MAX-DRONE-ENTRIES
                   DISPLAY "SECTOR-DENSITY: DRONE TABLE FULL AT "
                       WS-MAX-DRONE-ENTRIES " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DRONE-COUNT
               SET WS-DRN-IDX TO WS-DRONE-COUNT
               INITIALIZE WS-DRN-ENTRY(WS-DRN-IDX)
               MOVE WS-HIST-DRONE-ID TO WS-DRN-TBL-DRONE-ID(WS-DRN-IDX)
           END-IF
           MOVE "N" TO WS-COUNTED-SW
           MOVE 0 TO WS-FREE-SLOT
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 3 OR WS-ALREADY-COUNTED
               EVALUATE TRUE
                   WHEN WS-DRN-TBL-SECTOR(WS-DRN-IDX, WS-BUCKET-SUB,
                           WS-SLOT-SUB) = WS-PLACED-SECTOR
                       SET WS-ALREADY-COUNTED TO TRUE
                   WHEN WS-DRN-TBL-SECTOR(WS-DRN-IDX, WS-BUCKET-SUB,
                           WS-SLOT-SUB) = 0
                       AND WS-FREE-SLOT = 0
                       MOVE WS-SLOT-SUB TO WS-FREE-SLOT
               END-EVALUATE
           END-PERFORM
           IF NOT WS-ALREADY-COUNTED
               ADD 1 TO WS-SEC-TBL-BUCKET(WS-SEC-IDX, WS-BUCKET-SUB)
               IF WS-FREE-SLOT > 0
                   MOVE WS-PLACED-SECTOR
                       TO WS-DRN-TBL-SECTOR(WS-DRN-IDX, WS-BUCKET-SUB,
                           WS-FREE-SLOT)
               END-IF
           END-IF.

       WRITE-DENSITY-REPORT.
           OPEN OUTPUT DENSITY-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECTOR TRAFFIC DENSITY REPORT FOR " WS-REPORT-DATE
               "   PRINTED " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DISTINCT DRONES PER SECTOR PER 15-MINUTE BUCKET, "
               "BUSY BUCKETS ONLY" DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SECTOR-COUNT
               PERFORM WRITE-SECTOR-SECTION
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECTORS=" WS-SECTOR-COUNT
               " DRONES=" WS-DRONE-COUNT
               " BUCKETS OVER CAPACITY=" WS-TOTAL-OVER
               " NO CAPACITY SET=" WS-NO-CAPACITY-COUNT
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSITIONS=" WS-POSITIONS-READ
               " PLACED=" WS-POSITIONS-PLACED
               " OUTSIDE ALL SECTORS=" WS-POSITIONS-OUTSIDE
               " BAD TIME=" WS-POSITIONS-BAD-TIME
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE DENSITY-REPORT-FILE.

       WRITE-SECTOR-SECTION.
           IF WS-SEC-HAS-CAPACITY(WS-SEC-IDX)
               MOVE WS-SEC-TBL-CAPACITY(WS-SEC-IDX)
                   TO WS-DISPLAY-CAPACITY
           ELSE
               MOVE "NOT SET" TO WS-DISPLAY-CAPACITY
               ADD 1 TO WS-NO-CAPACITY-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECTOR " WS-SEC-TBL-SECTOR-ID(WS-SEC-IDX)
               " FACILITY " WS-SEC-TBL-FACILITY(WS-SEC-IDX)
               " CAPACITY " WS-DISPLAY-CAPACITY
               " POSITIONS " WS-SEC-TBL-POSITIONS(WS-SEC-IDX)
               DELIMITED SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 96
               IF WS-SEC-TBL-BUCKET(WS-SEC-IDX, WS-BUCKET-SUB) > 0
                   PERFORM WRITE-BUCKET-LINE
               END-IF
           END-PERFORM
           IF WS-SEC-TBL-ACTIVE(WS-SEC-IDX) = 0
               MOVE "  NO TRAFFIC" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-SECTOR-SUMMARY
           END-IF.

       WRITE-BUCKET-LINE.
           ADD 1 TO WS-SEC-TBL-ACTIVE(WS-SEC-IDX)
           ADD WS-SEC-TBL-BUCKET(WS-SEC-IDX, WS-BUCKET-SUB)
               TO WS-SEC-TBL-TOTAL(WS-SEC-IDX)
           IF WS-SEC-TBL-BUCKET(WS-SEC-IDX, WS-BUCKET-SUB) >
               WS-SEC-TBL-PEAK(WS-SEC-IDX)
               MOVE WS-SEC-TBL-BUCKET(WS-SEC-IDX, WS-BUCKET-SUB)
                   TO WS-SEC-TBL-PEAK(WS-SEC-IDX)
               MOVE WS-BUCKET-SUB TO WS-SEC-TBL-PEAK-BKT(WS-SEC-IDX)
           END-IF
           PERFORM FORMAT-BUCKET-TIMES
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SEC-HAS-CAPACITY(WS-SEC-IDX)
               COMPUTE WS-LOAD-PCT =
                   WS-SEC-TBL-BUCKET(WS-SEC-IDX, WS-BUCKET-SUB) * 100
                   / WS-SEC-TBL-CAPACITY(WS-SEC-IDX)
               MOVE WS-LOAD-PCT TO WS-DISPLAY-LOAD-PCT
               IF WS-SEC-TBL-BUCKET(WS-SEC-IDX, WS-BUCKET-SUB) >
                   WS-SEC-TBL-CAPACITY(WS-SEC-IDX)
                   ADD 1 TO WS-SEC-TBL-OVER(WS-SEC-IDX)
                   ADD 1 TO WS-TOTAL-OVER
                   STRING "  " WS-BUCKET-FROM-HH WS-BUCKET-FROM-MM
                       "-" WS-BUCKET-TO-HH WS-BUCKET-TO-MM
                       " DRONES " WS-SEC-TBL-BUCKET(WS-SEC-IDX,
                           WS-BUCKET-SUB)
                       " LOAD " WS-DISPLAY-LOAD-PCT "%"
                       " *** OVER CAPACITY ***"
                       DELIMITED SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "  " WS-BUCKET-FROM-HH WS-BUCKET-FROM-MM
                       "-" WS-BUCKET-TO-HH WS-BUCKET-TO-MM
                       " DRONES " WS-SEC-TBL-BUCKET(WS-SEC-IDX,
                           WS-BUCKET-SUB)
                       " LOAD " WS-DISPLAY-LOAD-PCT "%"
                       DELIMITED SIZE INTO WS-REPORT-LINE
               END-IF
           ELSE
               STRING "  " WS-BUCKET-FROM-HH WS-BUCKET-FROM-MM
                   "-" WS-BUCKET-TO-HH WS-BUCKET-TO-MM
                   " DRONES " WS-SEC-TBL-BUCKET(WS-SEC-IDX,
                       WS-BUCKET-SUB)
                   DELIMITED SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       FORMAT-BUCKET-TIMES.
           COMPUTE WS-BUCKET-START-MINS = (WS-BUCKET-SUB - 1) * 15
           DIVIDE WS-BUCKET-START-MINS BY 60 GIVING WS-BUCKET-FROM-HH
               REMAINDER WS-BUCKET-FROM-MM
           MOVE WS-BUCKET-FROM-HH TO WS-BUCKET-TO-HH
           COMPUTE WS-BUCKET-TO-MM = WS-BUCKET-FROM-MM + 14.

       WRITE-SECTOR-SUMMARY.
      * Average over all 96 buckets shows the day's overall loading;
      * over busy buckets only it shows how full the sector runs
      * while anything is flying
           COMPUTE WS-AVG-ALL-DAY ROUNDED =
               WS-SEC-TBL-TOTAL(WS-SEC-IDX) / 96
           COMPUTE WS-AVG-ACTIVE ROUNDED =
               WS-SEC-TBL-TOTAL(WS-SEC-IDX)
               / WS-SEC-TBL-ACTIVE(WS-SEC-IDX)
           MOVE WS-AVG-ALL-DAY TO WS-DISPLAY-AVG-ALL
           MOVE WS-AVG-ACTIVE TO WS-DISPLAY-AVG-ACTIVE
           MOVE WS-SEC-TBL-PEAK-BKT(WS-SEC-IDX) TO WS-BUCKET-SUB
           PERFORM FORMAT-BUCKET-TIMES
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SEC-HAS-CAPACITY(WS-SEC-IDX)
               COMPUTE WS-LOAD-PCT =
                   WS-SEC-TBL-PEAK(WS-SEC-IDX) * 100
                   / WS-SEC-TBL-CAPACITY(WS-SEC-IDX)
               MOVE WS-LOAD-PCT TO WS-DISPLAY-LOAD-PCT
               STRING "  PEAK " WS-SEC-TBL-PEAK(WS-SEC-IDX)
                   " AT " WS-BUCKET-FROM-HH WS-BUCKET-FROM-MM
                   "-" WS-BUCKET-TO-HH WS-BUCKET-TO-MM
                   " LOAD " WS-DISPLAY-LOAD-PCT "%"
                   " BUCKETS OVER " WS-SEC-TBL-OVER(WS-SEC-IDX)
                   DELIMITED SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  PEAK " WS-SEC-TBL-PEAK(WS-SEC-IDX)
                   " AT " WS-BUCKET-FROM-HH WS-BUCKET-FROM-MM
                   "-" WS-BUCKET-TO-HH WS-BUCKET-TO-MM
                   DELIMITED SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SEC-HAS-CAPACITY(WS-SEC-IDX)
               COMPUTE WS-LOAD-PCT ROUNDED =
                   WS-AVG-ALL-DAY * 100
                   / WS-SEC-TBL-CAPACITY(WS-SEC-IDX)
               MOVE WS-LOAD-PCT TO WS-DISPLAY-LOAD-PCT
               STRING "  AVERAGE " WS-DISPLAY-AVG-ALL " ALL DAY ("
                   WS-DISPLAY-LOAD-PCT "%) " WS-DISPLAY-AVG-ACTIVE
                   " OVER " WS-SEC-TBL-ACTIVE(WS-SEC-IDX)
                   " BUSY BUCKETS"
                   DELIMITED SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  AVERAGE " WS-DISPLAY-AVG-ALL " ALL DAY "
                   WS-DISPLAY-AVG-ACTIVE
                   " OVER " WS-SEC-TBL-ACTIVE(WS-SEC-IDX)
                   " BUSY BUCKETS"
                   DELIMITED SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SECTOR-DENSITY: REPORT-FILE WRITE ERROR "
                   "STATUS=" WS-REPORT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
