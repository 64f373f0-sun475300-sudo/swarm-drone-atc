      * Phase 616: Legacy ATC Bridge — Operator Usage Statement
      * 운영자별 월간 공역 사용 명세서
      * Month-end statement per operator account. The operator master
      * OPERATOR.DAT links each drone ID to an account in OPRACCT.DAT;
      * the month's postings in USAGEACT.DAT (flight minutes and
      * sorties from UTILMSTR.DAT, incursions from VIOLRPT.RPT,
      * conflicts from CONFRPT.RPT and rejected telemetry from
      * REJECT.DAT, as posted run by run by USAGE-POST) are totalled
      * per drone and priced from TARIFF.DAT into usage charges and
      * penalties. Activity on a drone no account claims is listed
      * separately so finance can chase the link. The period is a
      * YYYYMM on the command line, defaulting to the month before
      * the run date
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-STATEMENT.
       AUTHOR. SDACS-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "OPRACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT TARIFF-FILE ASSIGN TO "TARIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFF-FILE-STATUS.

           SELECT USAGE-LEDGER-FILE ASSIGN TO "USAGEACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-REG-DRONE-ID
               ALTERNATE RECORD KEY IS WS-REG-CALLSIGN
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "OPRSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       01 WS-ACCOUNT-RECORD.
          05 WS-ACC-ACCOUNT-ID     PIC X(8).
          05 WS-ACC-NAME           PIC X(30).
          05 WS-ACC-CONTACT        PIC X(30).

      * Operator master: which account flies each drone
       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       01 WS-OPERATOR-RECORD.
          05 WS-OPR-DRONE-ID       PIC X(10).
          05 WS-OPR-ACCOUNT-ID     PIC X(8).
          05 WS-OPR-LINK-DATE      PIC X(8).

      * Single rate record, amounts with implied decimals
       FD  TARIFF-FILE
           RECORDING MODE IS F.
       01 WS-TARIFF-RECORD.
          05 WS-TRF-RATE-PER-MIN   PIC 9(3)V99.
          05 WS-TRF-RATE-PER-SORTIE PIC 9(3)V99.
          05 WS-TRF-INCURSION-FEE  PIC 9(5)V99.
          05 WS-TRF-CONFLICT-FEE   PIC 9(5)V99.
          05 WS-TRF-REJECT-FEE     PIC 9(5)V99.

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

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01 WS-REGISTRY-RECORD.
          05 WS-REG-DRONE-ID       PIC X(10).
          05 WS-REG-CALLSIGN       PIC X(8).
          05 WS-REG-SQUAWK-BASE    PIC 9(4).
          05 WS-REG-ASSIGNED-DATE  PIC X(8).

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01 WS-STATEMENT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-OPERATOR-FILE-STATUS  PIC XX VALUE "00".
       01 WS-TARIFF-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LEDGER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REGISTRY-FILE-STATUS  PIC XX VALUE "00".
       01 WS-STATEMENT-FILE-STATUS PIC XX VALUE "00".
       01 WS-REGISTRY-OPEN-SW      PIC X VALUE "N".
          88 WS-REGISTRY-IS-OPEN   VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(4) VALUE 0.
       01 WS-PERIOD-PARM           PIC X(10) VALUE SPACES.
       01 WS-PERIOD                PIC X(6).
       01 WS-PERIOD-YEAR           PIC 9(4).
       01 WS-PERIOD-MONTH          PIC 9(2).
       01 WS-LEDGER-LINES          PIC 9(8) VALUE 0.

       01 WS-ACCOUNT-COUNT         PIC 9(4) VALUE 0.
       01 WS-MAX-ACCOUNT-ENTRIES   PIC 9(4) VALUE 2000.
       01 WS-ACC-FOUND-SW          PIC X VALUE "N".
          88 WS-ACC-ENTRY-FOUND    VALUE "Y".
       01 WS-ACCOUNT-TABLE.
          05 WS-ACC-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-ACC-IDX.
             10 WS-ACC-TBL-ACCOUNT-ID PIC X(8).
             10 WS-ACC-TBL-NAME       PIC X(30).
             10 WS-ACC-TBL-CONTACT    PIC X(30).

      * One slot per linked drone, plus any drone with postings in
      * the period that no account claims (account left blank)
       01 WS-DRN-COUNT             PIC 9(5) VALUE 0.
       01 WS-MAX-DRN-ENTRIES       PIC 9(5) VALUE 20000.
       01 WS-DRN-FOUND-SW          PIC X VALUE "N".
          88 WS-DRN-ENTRY-FOUND    VALUE "Y".
       01 WS-DRONE-TABLE.
          05 WS-DRN-ENTRY OCCURS 20000 TIMES
                          INDEXED BY WS-DRN-IDX.
             10 WS-DRN-TBL-DRONE-ID   PIC X(10).
             10 WS-DRN-TBL-ACCOUNT-ID PIC X(8).
             10 WS-DRN-TBL-MINS       PIC 9(7).
             10 WS-DRN-TBL-SORTIES    PIC 9(5).
             10 WS-DRN-TBL-INCURSIONS PIC 9(5).
             10 WS-DRN-TBL-CONFLICTS  PIC 9(5).
             10 WS-DRN-TBL-REJECTS    PIC 9(5).

       01 WS-LOOKUP-DRONE-ID       PIC X(10).
       01 WS-CALLSIGN              PIC X(8).
       01 WS-DRONE-USAGE           PIC 9(7)V99.
       01 WS-DRONE-PENALTY         PIC 9(7)V99.

      * Per-account and grand totals
       01 WS-ACCT-TOTALS.
          05 WS-ACCT-DRONES        PIC 9(5).
          05 WS-ACCT-MINS          PIC 9(8).
          05 WS-ACCT-SORTIES       PIC 9(6).
          05 WS-ACCT-INCURSIONS    PIC 9(6).
          05 WS-ACCT-CONFLICTS     PIC 9(6).
          05 WS-ACCT-REJECTS       PIC 9(6).
          05 WS-ACCT-USAGE         PIC 9(8)V99.
          05 WS-ACCT-PENALTY       PIC 9(8)V99.
       01 WS-ACCT-DUE              PIC 9(8)V99.
       01 WS-GRAND-USAGE           PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-PENALTY         PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-DUE             PIC 9(9)V99 VALUE 0.
       01 WS-UNLINKED-COUNT        PIC 9(5) VALUE 0.
       01 WS-STATEMENT-COUNT       PIC 9(4) VALUE 0.

       01 WS-ED-MINS               PIC Z(6)9.
       01 WS-ED-COUNT              PIC Z(4)9.
       01 WS-ED-INCURSIONS         PIC Z(4)9.
       01 WS-ED-CONFLICTS          PIC Z(4)9.
       01 WS-ED-REJECTS            PIC Z(4)9.
       01 WS-ED-AMOUNT             PIC Z(6)9.99.
       01 WS-ED-AMOUNT-2           PIC Z(6)9.99.
       01 WS-ED-BIG-AMOUNT         PIC Z(8)9.99.
       01 WS-ED-RATE               PIC ZZ9.99.
       01 WS-ED-FEE                PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM DETERMINE-PERIOD
           PERFORM LOAD-TARIFF
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-OPERATOR-MASTER
           PERFORM SCAN-USAGE-LEDGER
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-FILE-STATUS = "00"
               SET WS-REGISTRY-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           PERFORM WRITE-STATEMENT-HEADER
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
               PERFORM WRITE-ACCOUNT-STATEMENT
           END-PERFORM
           PERFORM WRITE-UNLINKED-SECTION
           PERFORM WRITE-STATEMENT-TRAILER
           CLOSE STATEMENT-FILE
           IF WS-REGISTRY-IS-OPEN
               CLOSE REGISTRY-FILE
           END-IF
           DISPLAY "OPERATOR-STATEMENT: PERIOD " WS-PERIOD
               " STATEMENTS=" WS-STATEMENT-COUNT
               " UNLINKED DRONES=" WS-UNLINKED-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNLINKED-COUNT > 0 OR WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       DETERMINE-PERIOD.
      * Month-end runs after the month has closed, so without a parm
      * the statement is for the month before the run date
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PERIOD-PARM) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-PERIOD-PARM)) = 6
               AND WS-PERIOD-PARM(5:2) >= "01"
               AND WS-PERIOD-PARM(5:2) <= "12"
               MOVE WS-PERIOD-PARM(1:6) TO WS-PERIOD
           ELSE
               MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
               MOVE WS-PERIOD-YEAR TO WS-PERIOD(1:4)
               MOVE WS-PERIOD-MONTH TO WS-PERIOD(5:2)
           END-IF.

       LOAD-TARIFF.
      * No statement goes out unpriced
           OPEN INPUT TARIFF-FILE
           IF WS-TARIFF-FILE-STATUS = "35"
               DISPLAY "OPERATOR-STATEMENT: TARIFF.DAT NOT FOUND - "
                   "NO STATEMENTS PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TARIFF-FILE
               AT END MOVE "10" TO WS-TARIFF-FILE-STATUS
           END-READ
           CLOSE TARIFF-FILE
           IF WS-TARIFF-FILE-STATUS NOT = "00"
               OR WS-TARIFF-RECORD NOT NUMERIC
               DISPLAY "OPERATOR-STATEMENT: TARIFF.DAT EMPTY OR NOT "
                   "NUMERIC - NO STATEMENTS PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-FILE-STATUS = "35"
               DISPLAY "OPERATOR-STATEMENT: OPRACCT.DAT NOT FOUND, "
                   "ALL ACTIVITY WILL LIST AS UNLINKED"
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-ACCOUNT-FILE-STATUS = "10"
                   READ ACCOUNT-FILE
                       AT END MOVE "10" TO WS-ACCOUNT-FILE-STATUS
                       NOT AT END
                           IF WS-ACC-ACCOUNT-ID NOT = SPACES
                               PERFORM LOAD-ACCOUNT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       LOAD-ACCOUNT-ENTRY.
           IF WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNT-ENTRIES
               DISPLAY "OPERATOR-STATEMENT: ACCOUNT TABLE FULL AT "
                   WS-MAX-ACCOUNT-ENTRIES " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           SET WS-ACC-IDX TO WS-ACCOUNT-COUNT
           MOVE WS-ACC-ACCOUNT-ID TO WS-ACC-TBL-ACCOUNT-ID(WS-ACC-IDX)
           MOVE WS-ACC-NAME TO WS-ACC-TBL-NAME(WS-ACC-IDX)
           MOVE WS-ACC-CONTACT TO WS-ACC-TBL-CONTACT(WS-ACC-IDX).

       LOAD-OPERATOR-MASTER.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "35"
               DISPLAY "OPERATOR-STATEMENT: OPERATOR.DAT NOT FOUND, "
                   "ALL ACTIVITY WILL LIST AS UNLINKED"
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-OPERATOR-FILE-STATUS = "10"
                   READ OPERATOR-FILE
                       AT END MOVE "10" TO WS-OPERATOR-FILE-STATUS
                       NOT AT END
                           IF WS-OPR-DRONE-ID NOT = SPACES
                               PERFORM LOAD-OPERATOR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-OPERATOR-ENTRY.
      * A link to an account that is not on file is reported and the
      * drone treated as unlinked rather than billed to nobody
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
                       OR WS-ACC-ENTRY-FOUND
               IF WS-ACC-TBL-ACCOUNT-ID(WS-ACC-IDX) =
                       WS-OPR-ACCOUNT-ID
                   SET WS-ACC-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ACC-ENTRY-FOUND
               DISPLAY "OPERATOR-STATEMENT: DRONE " WS-OPR-DRONE-ID
                   " LINKED TO UNKNOWN ACCOUNT " WS-OPR-ACCOUNT-ID
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE WS-OPR-DRONE-ID TO WS-LOOKUP-DRONE-ID
           PERFORM FIND-DRONE-ENTRY
           IF WS-ACC-ENTRY-FOUND
               MOVE WS-OPR-ACCOUNT-ID
                   TO WS-DRN-TBL-ACCOUNT-ID(WS-DRN-IDX)
           END-IF.

       FIND-DRONE-ENTRY.
      * Finds WS-LOOKUP-DRONE-ID, adding an unlinked zeroed slot when
      * it is new
           MOVE "N" TO WS-DRN-FOUND-SW
           PERFORM VARYING WS-DRN-IDX FROM 1 BY 1
                   UNTIL WS-DRN-IDX > WS-DRN-COUNT
                       OR WS-DRN-ENTRY-FOUND
               IF WS-DRN-TBL-DRONE-ID(WS-DRN-IDX) = WS-LOOKUP-DRONE-ID
                   SET WS-DRN-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DRN-ENTRY-FOUND
               SET WS-DRN-IDX DOWN BY 1
           ELSE
               IF WS-DRN-COUNT >= WS-MAX-DRN-ENTRIES
                   DISPLAY "OPERATOR-STATEMENT: DRONE TABLE FULL AT "
                       WS-MAX-DRN-ENTRIES " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DRN-COUNT
               SET WS-DRN-IDX TO WS-DRN-COUNT
               MOVE WS-LOOKUP-DRONE-ID
                   TO WS-DRN-TBL-DRONE-ID(WS-DRN-IDX)
               MOVE SPACES TO WS-DRN-TBL-ACCOUNT-ID(WS-DRN-IDX)
               MOVE 0 TO WS-DRN-TBL-MINS(WS-DRN-IDX)
               MOVE 0 TO WS-DRN-TBL-SORTIES(WS-DRN-IDX)
               MOVE 0 TO WS-DRN-TBL-INCURSIONS(WS-DRN-IDX)
               MOVE 0 TO WS-DRN-TBL-CONFLICTS(WS-DRN-IDX)
               MOVE 0 TO WS-DRN-TBL-REJECTS(WS-DRN-IDX)
           END-IF.

       SCAN-USAGE-LEDGER.
           OPEN INPUT USAGE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               DISPLAY "OPERATOR-STATEMENT: USAGEACT.DAT NOT FOUND, "
                   "NO ACTIVITY TO BILL"
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-LEDGER-FILE-STATUS = "10"
                   READ USAGE-LEDGER-FILE
                       AT END MOVE "10" TO WS-LEDGER-FILE-STATUS
                       NOT AT END
                           IF WS-UAC-DATE(1:6) = WS-PERIOD
                               PERFORM ACCUMULATE-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-LEDGER-FILE
           END-IF.

       ACCUMULATE-LEDGER-ENTRY.
           ADD 1 TO WS-LEDGER-LINES
           MOVE WS-UAC-DRONE-ID TO WS-LOOKUP-DRONE-ID
           PERFORM FIND-DRONE-ENTRY
           ADD WS-UAC-FLIGHT-MINS TO WS-DRN-TBL-MINS(WS-DRN-IDX)
           ADD WS-UAC-SORTIES TO WS-DRN-TBL-SORTIES(WS-DRN-IDX)
           ADD WS-UAC-INCURSIONS TO WS-DRN-TBL-INCURSIONS(WS-DRN-IDX)
           ADD WS-UAC-CONFLICTS TO WS-DRN-TBL-CONFLICTS(WS-DRN-IDX)
           ADD WS-UAC-REJECTS TO WS-DRN-TBL-REJECTS(WS-DRN-IDX).

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "AIRSPACE USAGE STATEMENTS FOR PERIOD " WS-PERIOD
               "   PRINTED " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-TRF-RATE-PER-MIN TO WS-ED-RATE
           MOVE WS-TRF-RATE-PER-SORTIE TO WS-ED-FEE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "TARIFF: PER FLIGHT MINUTE " WS-ED-RATE
               "  PER SORTIE " WS-ED-FEE
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-TRF-INCURSION-FEE TO WS-ED-AMOUNT
           MOVE WS-TRF-CONFLICT-FEE TO WS-ED-AMOUNT-2
           MOVE WS-TRF-REJECT-FEE TO WS-ED-FEE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "PENALTIES: INCURSION " WS-ED-AMOUNT
               "  CONFLICT " WS-ED-AMOUNT-2
               "  REJECT " WS-ED-FEE
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-ACCOUNT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           INITIALIZE WS-ACCT-TOTALS
           MOVE SPACES TO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE ALL "=" TO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "ACCOUNT " WS-ACC-TBL-ACCOUNT-ID(WS-ACC-IDX)
               "  " WS-ACC-TBL-NAME(WS-ACC-IDX)
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "CONTACT " WS-ACC-TBL-CONTACT(WS-ACC-IDX)
               "  PERIOD " WS-PERIOD
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-DRONE-COLUMN-HEADINGS
           PERFORM VARYING WS-DRN-IDX FROM 1 BY 1
                   UNTIL WS-DRN-IDX > WS-DRN-COUNT
               IF WS-DRN-TBL-ACCOUNT-ID(WS-DRN-IDX) =
                       WS-ACC-TBL-ACCOUNT-ID(WS-ACC-IDX)
                   PERFORM WRITE-DRONE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-STATEMENT-LINE
           MOVE WS-ACCT-MINS TO WS-ED-MINS
           MOVE WS-ACCT-SORTIES TO WS-ED-COUNT
           MOVE WS-ACCT-INCURSIONS TO WS-ED-INCURSIONS
           MOVE WS-ACCT-CONFLICTS TO WS-ED-CONFLICTS
           MOVE WS-ACCT-REJECTS TO WS-ED-REJECTS
           MOVE WS-ACCT-USAGE TO WS-ED-AMOUNT
           MOVE WS-ACCT-PENALTY TO WS-ED-AMOUNT-2
           STRING "  TOTAL               " WS-ED-MINS
               " " WS-ED-COUNT " " WS-ED-INCURSIONS
               " " WS-ED-CONFLICTS " " WS-ED-REJECTS
               " " WS-ED-AMOUNT " " WS-ED-AMOUNT-2
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           COMPUTE WS-ACCT-DUE = WS-ACCT-USAGE + WS-ACCT-PENALTY
           MOVE WS-ACCT-USAGE TO WS-ED-AMOUNT
           MOVE WS-ACCT-PENALTY TO WS-ED-AMOUNT-2
           MOVE WS-ACCT-DUE TO WS-ED-BIG-AMOUNT
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "  USAGE CHARGES " WS-ED-AMOUNT
               "  PENALTIES " WS-ED-AMOUNT-2
               "  AMOUNT DUE " WS-ED-BIG-AMOUNT
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           ADD WS-ACCT-USAGE TO WS-GRAND-USAGE
           ADD WS-ACCT-PENALTY TO WS-GRAND-PENALTY
           ADD WS-ACCT-DUE TO WS-GRAND-DUE.

       WRITE-DRONE-COLUMN-HEADINGS.
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "  DRONE      CALLSIGN FLTMINS SORTS INCUR CONFL"
               "   REJ      USAGE    PENALTY"
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-DRONE-LINE.
           COMPUTE WS-DRONE-USAGE ROUNDED =
               WS-DRN-TBL-MINS(WS-DRN-IDX) * WS-TRF-RATE-PER-MIN
               + WS-DRN-TBL-SORTIES(WS-DRN-IDX)
                   * WS-TRF-RATE-PER-SORTIE
           COMPUTE WS-DRONE-PENALTY ROUNDED =
               WS-DRN-TBL-INCURSIONS(WS-DRN-IDX)
                   * WS-TRF-INCURSION-FEE
               + WS-DRN-TBL-CONFLICTS(WS-DRN-IDX)
                   * WS-TRF-CONFLICT-FEE
               + WS-DRN-TBL-REJECTS(WS-DRN-IDX) * WS-TRF-REJECT-FEE
           ADD 1 TO WS-ACCT-DRONES
           ADD WS-DRN-TBL-MINS(WS-DRN-IDX) TO WS-ACCT-MINS
           ADD WS-DRN-TBL-SORTIES(WS-DRN-IDX) TO WS-ACCT-SORTIES
           ADD WS-DRN-TBL-INCURSIONS(WS-DRN-IDX) TO WS-ACCT-INCURSIONS
           ADD WS-DRN-TBL-CONFLICTS(WS-DRN-IDX) TO WS-ACCT-CONFLICTS
           ADD WS-DRN-TBL-REJECTS(WS-DRN-IDX) TO WS-ACCT-REJECTS
           ADD WS-DRONE-USAGE TO WS-ACCT-USAGE
           ADD WS-DRONE-PENALTY TO WS-ACCT-PENALTY
           MOVE SPACES TO WS-CALLSIGN
           IF WS-REGISTRY-IS-OPEN
               MOVE WS-DRN-TBL-DRONE-ID(WS-DRN-IDX) TO WS-REG-DRONE-ID
               READ REGISTRY-FILE KEY IS WS-REG-DRONE-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-REG-CALLSIGN TO WS-CALLSIGN
               END-READ
           END-IF
           MOVE WS-DRN-TBL-MINS(WS-DRN-IDX) TO WS-ED-MINS
           MOVE WS-DRN-TBL-SORTIES(WS-DRN-IDX) TO WS-ED-COUNT
           MOVE WS-DRN-TBL-INCURSIONS(WS-DRN-IDX) TO WS-ED-INCURSIONS
           MOVE WS-DRN-TBL-CONFLICTS(WS-DRN-IDX) TO WS-ED-CONFLICTS
           MOVE WS-DRN-TBL-REJECTS(WS-DRN-IDX) TO WS-ED-REJECTS
           MOVE WS-DRONE-USAGE TO WS-ED-AMOUNT
           MOVE WS-DRONE-PENALTY TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "  " WS-DRN-TBL-DRONE-ID(WS-DRN-IDX)
               " " WS-CALLSIGN " " WS-ED-MINS
               " " WS-ED-COUNT " " WS-ED-INCURSIONS
               " " WS-ED-CONFLICTS " " WS-ED-REJECTS
               " " WS-ED-AMOUNT " " WS-ED-AMOUNT-2
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-UNLINKED-SECTION.
      * Priced the same way so finance sees what is going unbilled,
      * but kept out of every account total and the grand total
           INITIALIZE WS-ACCT-TOTALS
           PERFORM VARYING WS-DRN-IDX FROM 1 BY 1
                   UNTIL WS-DRN-IDX > WS-DRN-COUNT
               IF WS-DRN-TBL-ACCOUNT-ID(WS-DRN-IDX) = SPACES
                   AND (WS-DRN-TBL-MINS(WS-DRN-IDX) > 0
                       OR WS-DRN-TBL-SORTIES(WS-DRN-IDX) > 0
                       OR WS-DRN-TBL-INCURSIONS(WS-DRN-IDX) > 0
                       OR WS-DRN-TBL-CONFLICTS(WS-DRN-IDX) > 0
                       OR WS-DRN-TBL-REJECTS(WS-DRN-IDX) > 0)
                   IF WS-UNLINKED-COUNT = 0
                       MOVE SPACES TO WS-STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                       MOVE ALL "=" TO WS-STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                       MOVE SPACES TO WS-STATEMENT-LINE
                       STRING "ACTIVITY ON DRONES WITH NO OPERATOR "
                           "ACCOUNT - NOT BILLED"
                           DELIMITED SIZE INTO WS-STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                       PERFORM WRITE-DRONE-COLUMN-HEADINGS
                   END-IF
                   ADD 1 TO WS-UNLINKED-COUNT
                   PERFORM WRITE-DRONE-LINE
               END-IF
           END-PERFORM.

       WRITE-STATEMENT-TRAILER.
           MOVE SPACES TO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE ALL "=" TO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-GRAND-USAGE TO WS-ED-BIG-AMOUNT
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "STATEMENTS: " WS-STATEMENT-COUNT
               "  LEDGER LINES: " WS-LEDGER-LINES
               "  UNLINKED DRONES: " WS-UNLINKED-COUNT
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "TOTAL USAGE CHARGES " WS-ED-BIG-AMOUNT
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-GRAND-PENALTY TO WS-ED-BIG-AMOUNT
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "TOTAL PENALTIES     " WS-ED-BIG-AMOUNT
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-GRAND-DUE TO WS-ED-BIG-AMOUNT
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "TOTAL AMOUNT DUE    " WS-ED-BIG-AMOUNT
               DELIMITED SIZE INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           WRITE WS-STATEMENT-LINE
           IF WS-STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR-STATEMENT: STATEMENT WRITE ERROR "
                   "STATUS=" WS-STATEMENT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
