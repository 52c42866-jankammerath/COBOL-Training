       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznMigr.
       AUTHOR. Jan Kammerath.
       *> migration flow report for planning's service allocation:
       *> reads the citizen audit trail CTZNADT for a date range and
       *> turns every "CHG" entry whose city, state or country changed
       *> into an origin-to-destination move - moves between states
       *> and between countries are tabled by origin and destination,
       *> and each state gets its moves in and out, the net migration
       *> (in less out), the moves within the state and the "DEAC"
       *> moved-away events (citizens who left the registry) recorded
       *> against it; entries already rolled into the dated CTZNAARC
       *> archives by CtznPurge are not read, and when the range
       *> starts before the oldest entry still on CTZNADT the heading
       *> gives that entry's date
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CitizenAudit ASSIGN TO "CTZNADT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CitizenAuditStatus.
           SELECT SortWorkFile ASSIGN TO "CTZNSORT".
           SELECT MigrationReport ASSIGN TO "CTZNMIGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MigrationReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CitizenAudit.
           COPY CAUDREC.

       *> section 1 is a state-to-state move, section 2 a country-to-
       *> country move, section 3 one event against a state: kind I
       *> (moved in), O (moved out), W (moved within) or D (moved away)
       SD  SortWorkFile.
       01 SORT-RECORD.
           02 SORT-SECTION      PIC 9.
           02 SORT-FROM.
              03 SORT-FROM-CTRY PIC XX.
              03 SORT-FROM-STATE PIC XX.
           02 SORT-TO.
              03 SORT-TO-CTRY   PIC XX.
              03 SORT-TO-STATE  PIC XX.
           02 SORT-KIND         PIC X(1).

       FD  MigrationReport.
       01 MigrationReportRecord PIC X(100).

       WORKING-STORAGE SECTION.
       01 CitizenAuditStatus    PIC XX     VALUE SPACES.
       01 MigrationReportStatus PIC XX     VALUE SPACES.

       01 WS-FilterFromDate     PIC 9(8)   VALUE ZEROS.
       01 WS-FilterToDate       PIC 9(8)   VALUE 99999999.
       01 WS-AuditDate          PIC 9(8)   VALUE ZEROS.
       01 WS-EarliestAuditDate  PIC 9(8)   VALUE 99999999.

       01 WS-BreakSection       PIC 9      VALUE 0.
       01 WS-BreakFrom.
           02 WS-BreakFromCtry  PIC XX     VALUE SPACES.
           02 WS-BreakFromState PIC XX     VALUE SPACES.
       01 WS-BreakTo.
           02 WS-BreakToCtry    PIC XX     VALUE SPACES.
           02 WS-BreakToState   PIC XX     VALUE SPACES.

       01 WS-FlowCount          PIC 9(6)   VALUE 0.
       01 WS-FlowTotal          PIC 9(6)   VALUE 0.

       *> per-state counts (1) and the section totals (2)
       01 WS-StateTotals.
           02 WS-StateLevel OCCURS 2 TIMES.
              03 WS-InCount     PIC 9(6).
              03 WS-OutCount    PIC 9(6).
              03 WS-WithinCount PIC 9(6).
              03 WS-AwayCount   PIC 9(6).
       01 WS-NetCount           PIC S9(6)  VALUE 0.
       01 WS-Level              PIC 9      COMP VALUE 0.

       01 WS-FlowLine.
           02 FILLER            PIC X(2).
           02 WS-FLW-From       PIC X(5).
           02 FILLER            PIC X(4).
           02 WS-FLW-To         PIC X(5).
           02 FILLER            PIC X(2).
           02 WS-FLW-Count      PIC ZZZZZ9.

       01 WS-StateLine.
           02 FILLER            PIC X(2).
           02 WS-SL-Label       PIC X(6).
           02 FILLER            PIC X(1).
           02 WS-SL-In          PIC ZZZZZ9.
           02 FILLER            PIC X(1).
           02 WS-SL-Out         PIC ZZZZZ9.
           02 FILLER            PIC X(1).
           02 WS-SL-Net         PIC -----9.
           02 FILLER            PIC X(1).
           02 WS-SL-Within      PIC ZZZZZ9.
           02 FILLER            PIC X(1).
           02 WS-SL-Away        PIC ZZZZZ9.

       01 WS-PrintLine          PIC X(100).
       01 WS-AuditCount         PIC 9(6)   VALUE 0.
       01 WS-MoveCount          PIC 9(6)   VALUE 0.
       01 WS-MovedAwayCount     PIC 9(6)   VALUE 0.

       01 WS-SWITCHES.
          02 WS-AuditEOF-SW     PIC X(1)   VALUE "N".
             88 CitizenAuditEOF VALUE "Y".
          02 WS-SortEOF-SW      PIC X(1)   VALUE "N".
             88 SortFileEOF     VALUE "Y".
          02 WS-FirstGroupSw    PIC X(1)   VALUE "Y".
             88 FirstGroup      VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "From date (YYYYMMDD, 0 = any):" WITH NO ADVANCING
           ACCEPT WS-FilterFromDate.
           DISPLAY "To date (YYYYMMDD, 0 = any):"
               WITH NO ADVANCING
           ACCEPT WS-FilterToDate.
           IF WS-FilterToDate = 0
               MOVE 99999999 TO WS-FilterToDate
           END-IF.
           MOVE ZEROS TO WS-StateTotals.
           SORT SortWorkFile ON ASCENDING KEY SORT-SECTION SORT-FROM
                   SORT-TO
               INPUT PROCEDURE IS SelectMovesPara
               OUTPUT PROCEDURE IS WriteMigrationPara.
           DISPLAY "CITIZEN AUDIT ENTRIES IN RANGE: " WS-AuditCount.
           DISPLAY "LOCATION CHANGES: " WS-MoveCount
               "  MOVED AWAY: " WS-MovedAwayCount.
           STOP RUN.

       SelectMovesPara.
           OPEN INPUT CitizenAudit.
           IF CitizenAuditStatus = "35"
               DISPLAY "NO CITIZEN AUDIT ENTRIES ON FILE"
           ELSE
               PERFORM ReadCitizenAuditPara
               PERFORM ScanCitizenAuditPara UNTIL CitizenAuditEOF
           END-IF.
           CLOSE CitizenAudit.

       ReadCitizenAuditPara.
           READ CitizenAudit
               AT END SET CitizenAuditEOF TO TRUE
           END-READ.

       ScanCitizenAuditPara.
           MOVE CAUD-TIMESTAMP(1:8) TO WS-AuditDate.
           IF WS-AuditDate < WS-EarliestAuditDate
               MOVE WS-AuditDate TO WS-EarliestAuditDate
           END-IF.
           IF WS-AuditDate >= WS-FilterFromDate
                   AND WS-AuditDate <= WS-FilterToDate
               ADD 1 TO WS-AuditCount
               IF CAUD-ACTION = "CHG"
                   PERFORM ReleaseMovePara
               ELSE IF CAUD-ACTION = "DEAC"
                       AND CAUD-AFTER-STATUS = "M"
                       AND CAUD-BEFORE-STATUS NOT = "M"
                   PERFORM ReleaseMovedAwayPara
               END-IF
           END-IF.
           PERFORM ReadCitizenAuditPara.

       *> a correction that leaves city, state and country as they
       *> were is not a move; one that changes only the city is a
       *> move within the state and appears in the state table only
       ReleaseMovePara.
           IF CAUD-BEFORE-CITY  = CAUD-AFTER-CITY
                   AND CAUD-BEFORE-STATE = CAUD-AFTER-STATE
                   AND CAUD-BEFORE-CTRY  = CAUD-AFTER-CTRY
               CONTINUE
           ELSE
               ADD 1 TO WS-MoveCount
               MOVE SPACES TO SORT-RECORD
               IF CAUD-BEFORE-STATE = CAUD-AFTER-STATE
                       AND CAUD-BEFORE-CTRY = CAUD-AFTER-CTRY
                   MOVE 3 TO SORT-SECTION
                   MOVE CAUD-BEFORE-CTRY  TO SORT-FROM-CTRY
                   MOVE CAUD-BEFORE-STATE TO SORT-FROM-STATE
                   MOVE "W" TO SORT-KIND
                   RELEASE SORT-RECORD
               ELSE
                   PERFORM ReleaseStateMovePara
               END-IF
           END-IF.

       ReleaseStateMovePara.
           MOVE 1 TO SORT-SECTION.
           MOVE CAUD-BEFORE-CTRY  TO SORT-FROM-CTRY.
           MOVE CAUD-BEFORE-STATE TO SORT-FROM-STATE.
           MOVE CAUD-AFTER-CTRY   TO SORT-TO-CTRY.
           MOVE CAUD-AFTER-STATE  TO SORT-TO-STATE.
           RELEASE SORT-RECORD.
           IF CAUD-BEFORE-CTRY NOT = CAUD-AFTER-CTRY
               MOVE 2 TO SORT-SECTION
               MOVE SPACES TO SORT-FROM-STATE
               MOVE SPACES TO SORT-TO-STATE
               RELEASE SORT-RECORD
           END-IF.
           MOVE SPACES TO SORT-RECORD.
           MOVE 3 TO SORT-SECTION.
           MOVE CAUD-BEFORE-CTRY  TO SORT-FROM-CTRY.
           MOVE CAUD-BEFORE-STATE TO SORT-FROM-STATE.
           MOVE "O" TO SORT-KIND.
           RELEASE SORT-RECORD.
           MOVE CAUD-AFTER-CTRY   TO SORT-FROM-CTRY.
           MOVE CAUD-AFTER-STATE  TO SORT-FROM-STATE.
           MOVE "I" TO SORT-KIND.
           RELEASE SORT-RECORD.

       ReleaseMovedAwayPara.
           ADD 1 TO WS-MovedAwayCount.
           MOVE SPACES TO SORT-RECORD.
           MOVE 3 TO SORT-SECTION.
           MOVE CAUD-BEFORE-CTRY  TO SORT-FROM-CTRY.
           MOVE CAUD-BEFORE-STATE TO SORT-FROM-STATE.
           MOVE "D" TO SORT-KIND.
           RELEASE SORT-RECORD.

       WriteMigrationPara.
           OPEN OUTPUT MigrationReport.
           PERFORM WriteHeadingPara.
           PERFORM ReturnSortPara.
           PERFORM AccumulateMovePara UNTIL SortFileEOF.
           IF FirstGroup
               MOVE "NO MOVES RECORDED IN THE DATE RANGE"
                   TO MigrationReportRecord
               WRITE MigrationReportRecord
           ELSE
               PERFORM SectionBreakPara
           END-IF.
           CLOSE MigrationReport.

       ReturnSortPara.
           RETURN SortWorkFile
               AT END SET SortFileEOF TO TRUE
           END-RETURN.

       WriteHeadingPara.
           MOVE SPACES TO WS-PrintLine.
           IF WS-FilterToDate = 99999999
               STRING "MIGRATION FLOWS FROM " DELIMITED BY SIZE
                   WS-FilterFromDate        DELIMITED BY SIZE
                   " ONWARDS"               DELIMITED BY SIZE
                   INTO WS-PrintLine
           ELSE
               STRING "MIGRATION FLOWS FROM " DELIMITED BY SIZE
                   WS-FilterFromDate        DELIMITED BY SIZE
                   " TO "                   DELIMITED BY SIZE
                   WS-FilterToDate          DELIMITED BY SIZE
                   INTO WS-PrintLine
           END-IF.
           MOVE WS-PrintLine TO MigrationReportRecord.
           WRITE MigrationReportRecord.
           IF WS-FilterFromDate < WS-EarliestAuditDate
                   AND WS-EarliestAuditDate NOT = 99999999
               MOVE SPACES TO WS-PrintLine
               STRING "CTZNADT STARTS AT "    DELIMITED BY SIZE
                   WS-EarliestAuditDate     DELIMITED BY SIZE
                   " - EARLIER ENTRIES, IF ANY, ARE IN THE"
                                            DELIMITED BY SIZE
                   " CTZNAARC ARCHIVES AND NOT COUNTED"
                                            DELIMITED BY SIZE
                   INTO WS-PrintLine
               MOVE WS-PrintLine TO MigrationReportRecord
               WRITE MigrationReportRecord
           END-IF.
           MOVE SPACES TO MigrationReportRecord.
           WRITE MigrationReportRecord.

       AccumulateMovePara.
           IF FirstGroup
               MOVE "N" TO WS-FirstGroupSw
               PERFORM StartSectionPara
           ELSE IF SORT-SECTION NOT = WS-BreakSection
               PERFORM SectionBreakPara
               PERFORM StartSectionPara
           ELSE IF SORT-FROM NOT = WS-BreakFrom
                   OR SORT-TO NOT = WS-BreakTo
               PERFORM GroupBreakPara
               MOVE SORT-FROM TO WS-BreakFrom
               MOVE SORT-TO   TO WS-BreakTo
           END-IF.
           IF SORT-SECTION < 3
               ADD 1 TO WS-FlowCount
           ELSE
               EVALUATE SORT-KIND
                   WHEN "I"
                       ADD 1 TO WS-InCount(1)
                   WHEN "O"
                       ADD 1 TO WS-OutCount(1)
                   WHEN "W"
                       ADD 1 TO WS-WithinCount(1)
                   WHEN "D"
                       ADD 1 TO WS-AwayCount(1)
               END-EVALUATE
           END-IF.
           PERFORM ReturnSortPara.

       StartSectionPara.
           MOVE SORT-SECTION TO WS-BreakSection.
           MOVE SORT-FROM    TO WS-BreakFrom.
           MOVE SORT-TO      TO WS-BreakTo.
           MOVE 0 TO WS-FlowTotal.
           EVALUATE SORT-SECTION
               WHEN 1
                   MOVE "MOVES BETWEEN STATES" TO MigrationReportRecord
                   WRITE MigrationReportRecord
                   MOVE "  FROM     TO      MOVES"
                       TO MigrationReportRecord
               WHEN 2
                   MOVE "MOVES BETWEEN COUNTRIES"
                       TO MigrationReportRecord
                   WRITE MigrationReportRecord
                   MOVE "  FROM     TO      MOVES"
                       TO MigrationReportRecord
               WHEN 3
                   MOVE "MIGRATION BY STATE" TO MigrationReportRecord
                   WRITE MigrationReportRecord
                   MOVE
                 "  STATE      IN    OUT    NET WITHIN   AWAY"
                       TO MigrationReportRecord
           END-EVALUATE.
           WRITE MigrationReportRecord.

       SectionBreakPara.
           PERFORM GroupBreakPara.
           IF WS-BreakSection < 3
               MOVE SPACES TO WS-FlowLine
               MOVE "TOTAL" TO WS-FLW-From
               MOVE WS-FlowTotal TO WS-FLW-Count
               MOVE WS-FlowLine TO MigrationReportRecord
               WRITE MigrationReportRecord
           ELSE
               MOVE SPACES TO WS-StateLine
               MOVE "TOTAL" TO WS-SL-Label
               MOVE 2 TO WS-Level
               PERFORM WriteStateLinePara
           END-IF.
           MOVE SPACES TO MigrationReportRecord.
           WRITE MigrationReportRecord.

       GroupBreakPara.
           IF WS-BreakSection < 3
               MOVE SPACES TO WS-FlowLine
               STRING WS-BreakFromCtry " " WS-BreakFromState
                   DELIMITED BY SIZE INTO WS-FLW-From
               MOVE " -> " TO WS-FlowLine(8:4)
               STRING WS-BreakToCtry " " WS-BreakToState
                   DELIMITED BY SIZE INTO WS-FLW-To
               MOVE WS-FlowCount TO WS-FLW-Count
               MOVE WS-FlowLine TO MigrationReportRecord
               WRITE MigrationReportRecord
               ADD WS-FlowCount TO WS-FlowTotal
               MOVE 0 TO WS-FlowCount
           ELSE
               MOVE SPACES TO WS-StateLine
               STRING WS-BreakFromCtry " " WS-BreakFromState
                   DELIMITED BY SIZE INTO WS-SL-Label
               MOVE 1 TO WS-Level
               PERFORM WriteStateLinePara
               ADD WS-InCount(1)     TO WS-InCount(2)
               ADD WS-OutCount(1)    TO WS-OutCount(2)
               ADD WS-WithinCount(1) TO WS-WithinCount(2)
               ADD WS-AwayCount(1)   TO WS-AwayCount(2)
               MOVE ZEROS TO WS-StateLevel(1)
           END-IF.

       WriteStateLinePara.
           COMPUTE WS-NetCount =
               WS-InCount(WS-Level) - WS-OutCount(WS-Level).
           MOVE WS-InCount(WS-Level)     TO WS-SL-In.
           MOVE WS-OutCount(WS-Level)    TO WS-SL-Out.
           MOVE WS-NetCount              TO WS-SL-Net.
           MOVE WS-WithinCount(WS-Level) TO WS-SL-Within.
           MOVE WS-AwayCount(WS-Level)   TO WS-SL-Away.
           MOVE WS-StateLine TO MigrationReportRecord.
           WRITE MigrationReportRecord.
