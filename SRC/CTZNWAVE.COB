       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznWave.
       AUTHOR. Jan Kammerath.
       *> ten-year retirement wave forecast for the pension office's
       *> budget and staffing plans: where CtznRetire only lists the
       *> people inside RA-LOOKAHEAD-MM of their pensionable age, this
       *> takes every active citizen on CTZNMAST, applies their
       *> country's RA-PENSION-AGE from RETAGE (the "**" entry for
       *> countries without one, 65 when RETAGE has neither, as
       *> RETCHECK does) and counts how many reach pensionable age in
       *> each of the ten calendar years starting with the business
       *> date's year (from BusDate), per state with country subtotals
       *> and a grand total; "CC N" on the command line adds a what-if
       *> projection with country CC's pension age raised by N years
       *> ("** N" raises it for every country on the default rule),
       *> printed under the current figures with the change per year
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CitizenFile ASSIGN TO "CTZNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT RetireAgeFile ASSIGN TO "RETAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-COUNTRY-CODE
               FILE STATUS IS RetireAgeStatus.
           SELECT SortWorkFile ASSIGN TO "CTZNSORT".
           SELECT WaveReport ASSIGN TO "CTZNWAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WaveReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CitizenFile.
           COPY CTZNREC.

       FD  RetireAgeFile.
           COPY RETAREC.

       SD  SortWorkFile.
       01 SORT-RECORD.
           02 SORT-COUNTRY      PIC XX.
           02 SORT-STATE        PIC XX.
           02 SORT-BASE-SLOT    PIC 99.
           02 SORT-WHATIF-SLOT  PIC 99.
           02 SORT-AFFECTED     PIC X(1).

       FD  WaveReport.
       01 WaveReportRecord     PIC X(100).

       WORKING-STORAGE SECTION.
       01 CitizenFileStatus     PIC XX     VALUE SPACES.
       01 RetireAgeStatus       PIC XX     VALUE SPACES.
       01 WaveReportStatus      PIC XX     VALUE SPACES.

       01 WS-CurrentDate.
           02 WS-Curr-Detail PIC X(21).
       01 WS-CurrentDate-R REDEFINES WS-CurrentDate.
           02 WS-Curr-YYYY PIC 9(4).
           02 WS-Curr-MM   PIC 9(2).
           02 WS-Curr-DD   PIC 9(2).
           02 FILLER       PIC X(13).

       01 WS-BusinessDate       PIC 9(8)  VALUE ZEROS.
       01 WS-ParmText           PIC X(8)  VALUE SPACES.
       01 WS-WhatIfCountry      PIC XX    VALUE SPACES.
       01 WS-WhatIfYears        PIC 99    VALUE 0.
       01 WS-WhatIfYearsEdit    PIC Z9.
       01 WS-FirstYear          PIC 9(4)  VALUE ZEROS.

       01 WS-RuleTable.
           02 WS-RuleEntry OCCURS 500 TIMES INDEXED BY WS-RuleIdx.
              03 WS-RuleCountry PIC XX.
              03 WS-RuleAge     PIC 99.
       01 WS-RuleCount          PIC 9(4)  COMP VALUE 0.
       01 WS-DefaultAge         PIC 99    VALUE 65.

       01 WS-PensionAge         PIC 99    VALUE 0.
       01 WS-PensionYear        PIC 9(4)  VALUE 0.
       01 WS-Slot               PIC S9(4) COMP VALUE 0.

       01 WS-ForecastTotals.
           02 WS-TotalLevel OCCURS 3 TIMES.
              03 WS-BaseCount   PIC 9(6) OCCURS 10 TIMES.
              03 WS-WhatIfCount PIC 9(6) OCCURS 10 TIMES.
       01 WS-Level              PIC 9     COMP VALUE 0.
       01 WS-YearIdx            PIC 99    COMP VALUE 0.
       01 WS-LineCount          PIC S9(7) VALUE 0.
       01 WS-LineTotal          PIC S9(7) VALUE 0.

       01 WS-ForecastLine.
           02 WS-FL-Label       PIC X(12).
           02 WS-FL-Year OCCURS 10 TIMES.
              03 FILLER         PIC X(1).
              03 WS-FL-Count    PIC -----9.
           02 FILLER            PIC X(1).
           02 WS-FL-Total       PIC ------9.

       01 WS-BreakLocation.
           02 WS-BreakCountry PIC XX     VALUE SPACES.
           02 WS-BreakState   PIC XX     VALUE SPACES.

       01 WS-PrintLine          PIC X(100).
       01 WS-ForecastCount      PIC 9(6)  VALUE 0.
       01 WS-SkippedCount       PIC 9(6)  VALUE 0.

       01 WS-SWITCHES.
          02 WS-CtznEOF-SW      PIC X(1)  VALUE "N".
             88 CitizenFileEOF  VALUE "Y".
          02 WS-RuleEOF-SW      PIC X(1)  VALUE "N".
             88 RetireAgeEOF    VALUE "Y".
          02 WS-SortEOF-SW      PIC X(1)  VALUE "N".
             88 SortFileEOF     VALUE "Y".
          02 WS-WhatIfSw        PIC X(1)  VALUE "N".
             88 WhatIfRequested VALUE "Y".
          02 WS-OwnRuleSw       PIC X(1)  VALUE "N".
             88 CountryOwnRule  VALUE "Y".
          02 WS-FirstGroupSw    PIC X(1)  VALUE "Y".
             88 FirstGroup      VALUE "Y".
          02 WS-StateAffectSw   PIC X(1)  VALUE "N".
             88 StateAffected   VALUE "Y".
          02 WS-CtryAffectSw    PIC X(1)  VALUE "N".
             88 CountryAffected VALUE "Y".
          02 WS-LineKindSw      PIC X(1)  VALUE "B".
             88 BaseLine        VALUE "B".
             88 WhatIfLine      VALUE "W".
             88 ChangeLine      VALUE "C".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-ParmText FROM COMMAND-LINE.
           PERFORM CheckWhatIfPara THRU CheckWhatIfPara-EXIT.
           CALL "BusDate" USING WS-BusinessDate
           END-CALL.
           MOVE WS-BusinessDate TO WS-Curr-Detail.
           MOVE WS-Curr-YYYY TO WS-FirstYear.
           PERFORM LoadRuleTablePara.
           MOVE ZEROS TO WS-ForecastTotals.
           SORT SortWorkFile ON ASCENDING KEY SORT-COUNTRY SORT-STATE
               INPUT PROCEDURE IS SelectCitizensPara
               OUTPUT PROCEDURE IS WriteForecastPara.
           DISPLAY "CITIZENS IN FORECAST: " WS-ForecastCount.
           IF WS-SkippedCount > 0
               DISPLAY "RECORDS SKIPPED (BAD BIRTH DATE): "
                   WS-SkippedCount
           END-IF.
           STOP RUN.

       *> the what-if is "CC N": a country code (or "**" for every
       *> country on the default rule) and the years to add, 1 to 20
       CheckWhatIfPara.
           IF WS-ParmText = SPACES
               GO TO CheckWhatIfPara-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ParmText(1:2))
               TO WS-WhatIfCountry.
           IF WS-ParmText(3:6) = SPACES
               MOVE 0 TO WS-WhatIfYears
           ELSE
               MOVE FUNCTION NUMVAL(WS-ParmText(3:6)) TO WS-WhatIfYears
           END-IF.
           IF WS-WhatIfCountry = SPACES
                   OR WS-WhatIfYears < 1 OR WS-WhatIfYears > 20
               DISPLAY "WHAT-IF MUST BE GIVEN AS CC N (N = 1 TO 20)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WhatIfRequested TO TRUE.
       CheckWhatIfPara-EXIT.
           EXIT.

       LoadRuleTablePara.
           MOVE 65 TO WS-DefaultAge.
           OPEN INPUT RetireAgeFile.
           IF RetireAgeStatus NOT = "35"
               PERFORM ReadRulePara
               PERFORM StoreRulePara UNTIL RetireAgeEOF
           END-IF.
           CLOSE RetireAgeFile.

       ReadRulePara.
           READ RetireAgeFile NEXT RECORD
               AT END SET RetireAgeEOF TO TRUE
           END-READ.

       StoreRulePara.
           IF RA-COUNTRY-CODE = "**"
               MOVE RA-PENSION-AGE TO WS-DefaultAge
           ELSE
               IF WS-RuleCount >= 500
                   DISPLAY "RULE TABLE FULL - INCREASE WS-RuleEntry"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RuleCount
               SET WS-RuleIdx TO WS-RuleCount
               MOVE RA-COUNTRY-CODE TO WS-RuleCountry(WS-RuleIdx)
               MOVE RA-PENSION-AGE  TO WS-RuleAge(WS-RuleIdx)
           END-IF.
           PERFORM ReadRulePara.

       SelectCitizensPara.
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "00"
               PERFORM ReadCitizenPara
               PERFORM EvaluateCitizenPara UNTIL CitizenFileEOF
           ELSE IF CitizenFileStatus NOT = "35"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CitizenFile.

       ReadCitizenPara.
           READ CitizenFile NEXT RECORD
               AT END SET CitizenFileEOF TO TRUE
           END-READ.

       EvaluateCitizenPara.
           IF CitizenActive
               IF CTZN-BIRTH-YYYY IS NUMERIC AND CTZN-BIRTH-YYYY > 0
                   PERFORM ProjectCitizenPara
                       THRU ProjectCitizenPara-EXIT
               ELSE
                   ADD 1 TO WS-SkippedCount
               END-IF
           END-IF.
           PERFORM ReadCitizenPara.

       *> a citizen falls in the year of the birthday on which they
       *> reach the pension age; anyone who reached it before this
       *> year is already pensioned and is left out of both figures
       ProjectCitizenPara.
           PERFORM FindPensionAgePara.
           COMPUTE WS-PensionYear = CTZN-BIRTH-YYYY + WS-PensionAge.
           IF WS-PensionYear < WS-FirstYear
               GO TO ProjectCitizenPara-EXIT
           END-IF.
           MOVE SPACES TO SORT-RECORD.
           MOVE 0 TO SORT-BASE-SLOT.
           MOVE 0 TO SORT-WHATIF-SLOT.
           MOVE "N" TO SORT-AFFECTED.
           COMPUTE WS-Slot = WS-PensionYear - WS-FirstYear + 1.
           IF WS-Slot <= 10
               MOVE WS-Slot TO SORT-BASE-SLOT
           END-IF.
           IF WhatIfRequested
               IF WS-WhatIfCountry = CTZN-COUNTRY-CODE
                       OR (WS-WhatIfCountry = "**"
                           AND NOT CountryOwnRule)
                   MOVE "Y" TO SORT-AFFECTED
                   ADD WS-WhatIfYears TO WS-Slot
               END-IF
               IF WS-Slot <= 10
                   MOVE WS-Slot TO SORT-WHATIF-SLOT
               END-IF
           END-IF.
           IF SORT-BASE-SLOT > 0 OR SORT-WHATIF-SLOT > 0
               MOVE CTZN-COUNTRY-CODE TO SORT-COUNTRY
               MOVE CTZN-STATE-CODE   TO SORT-STATE
               RELEASE SORT-RECORD
               ADD 1 TO WS-ForecastCount
           END-IF.
       ProjectCitizenPara-EXIT.
           EXIT.

       FindPensionAgePara.
           MOVE "N" TO WS-OwnRuleSw.
           MOVE WS-DefaultAge TO WS-PensionAge.
           IF WS-RuleCount > 0 AND CTZN-COUNTRY-CODE NOT = SPACES
               SET WS-RuleIdx TO 1
               SEARCH WS-RuleEntry
                   AT END
                       CONTINUE
                   WHEN WS-RuleIdx > WS-RuleCount
                       CONTINUE
                   WHEN WS-RuleCountry(WS-RuleIdx) = CTZN-COUNTRY-CODE
                       SET CountryOwnRule TO TRUE
                       MOVE WS-RuleAge(WS-RuleIdx) TO WS-PensionAge
               END-SEARCH
           END-IF.

       WriteForecastPara.
           OPEN OUTPUT WaveReport.
           PERFORM WriteHeadingPara.
           PERFORM ReturnSortPara.
           PERFORM AccumulateForecastPara UNTIL SortFileEOF.
           IF NOT FirstGroup
               PERFORM StateBreakPara
               PERFORM CountryBreakPara
           END-IF.
           PERFORM GrandTotalPara.
           CLOSE WaveReport.

       ReturnSortPara.
           RETURN SortWorkFile
               AT END SET SortFileEOF TO TRUE
           END-RETURN.

       WriteHeadingPara.
           MOVE SPACES TO WS-PrintLine.
           STRING "RETIREMENT WAVE FORECAST AS OF " DELIMITED BY SIZE
               WS-BusinessDate                     DELIMITED BY SIZE
               INTO WS-PrintLine.
           MOVE WS-PrintLine TO WaveReportRecord.
           WRITE WaveReportRecord.
           IF WhatIfRequested
               MOVE SPACES TO WS-PrintLine
               MOVE WS-WhatIfYears TO WS-WhatIfYearsEdit
               STRING "WHAT-IF: PENSION AGE FOR " DELIMITED BY SIZE
                   WS-WhatIfCountry              DELIMITED BY SIZE
                   " RAISED BY "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WhatIfYearsEdit)
                                                 DELIMITED BY SIZE
                   " YEARS"                      DELIMITED BY SIZE
                   INTO WS-PrintLine
               MOVE WS-PrintLine TO WaveReportRecord
               WRITE WaveReportRecord
           END-IF.
           MOVE SPACES TO WaveReportRecord.
           WRITE WaveReportRecord.
           MOVE SPACES TO WS-ForecastLine.
           PERFORM MoveYearHeadingPara
               VARYING WS-YearIdx FROM 1 BY 1 UNTIL WS-YearIdx > 10.
           MOVE WS-ForecastLine TO WaveReportRecord.
           MOVE "  TOTAL" TO WaveReportRecord(84:7).
           WRITE WaveReportRecord.

       MoveYearHeadingPara.
           COMPUTE WS-FL-Count(WS-YearIdx) =
               WS-FirstYear + WS-YearIdx - 1.

       AccumulateForecastPara.
           IF FirstGroup
               MOVE "N" TO WS-FirstGroupSw
               MOVE SORT-COUNTRY TO WS-BreakCountry
               MOVE SORT-STATE   TO WS-BreakState
           ELSE IF SORT-COUNTRY NOT = WS-BreakCountry
               PERFORM StateBreakPara
               PERFORM CountryBreakPara
               MOVE SORT-COUNTRY TO WS-BreakCountry
               MOVE SORT-STATE   TO WS-BreakState
           ELSE IF SORT-STATE NOT = WS-BreakState
               PERFORM StateBreakPara
               MOVE SORT-STATE   TO WS-BreakState
           END-IF.
           IF SORT-BASE-SLOT > 0
               ADD 1 TO WS-BaseCount(1, SORT-BASE-SLOT)
           END-IF.
           IF SORT-WHATIF-SLOT > 0
               ADD 1 TO WS-WhatIfCount(1, SORT-WHATIF-SLOT)
           END-IF.
           IF SORT-AFFECTED = "Y"
               SET StateAffected TO TRUE
               SET CountryAffected TO TRUE
           END-IF.
           PERFORM ReturnSortPara.

       StateBreakPara.
           MOVE SPACES TO WS-ForecastLine.
           STRING "  STATE " DELIMITED BY SIZE
               WS-BreakState DELIMITED BY SIZE
               INTO WS-FL-Label.
           MOVE 1 TO WS-Level.
           SET BaseLine TO TRUE.
           PERFORM WriteForecastLinePara.
           IF StateAffected
               MOVE "    WHAT-IF" TO WS-FL-Label
               SET WhatIfLine TO TRUE
               PERFORM WriteForecastLinePara
           END-IF.
           MOVE "N" TO WS-StateAffectSw.
           PERFORM RollLevelPara.

       CountryBreakPara.
           MOVE SPACES TO WS-ForecastLine.
           STRING "COUNTRY " DELIMITED BY SIZE
               WS-BreakCountry DELIMITED BY SIZE
               INTO WS-FL-Label.
           MOVE 2 TO WS-Level.
           SET BaseLine TO TRUE.
           PERFORM WriteForecastLinePara.
           IF CountryAffected
               MOVE "    WHAT-IF" TO WS-FL-Label
               SET WhatIfLine TO TRUE
               PERFORM WriteForecastLinePara
               MOVE "    CHANGE"  TO WS-FL-Label
               SET ChangeLine TO TRUE
               PERFORM WriteForecastLinePara
           END-IF.
           MOVE SPACES TO WaveReportRecord.
           WRITE WaveReportRecord.
           MOVE "N" TO WS-CtryAffectSw.
           PERFORM RollLevelPara.

       GrandTotalPara.
           MOVE SPACES TO WS-ForecastLine.
           MOVE "GRAND TOTAL" TO WS-FL-Label.
           MOVE 3 TO WS-Level.
           SET BaseLine TO TRUE.
           PERFORM WriteForecastLinePara.
           IF WhatIfRequested
               MOVE "    WHAT-IF" TO WS-FL-Label
               SET WhatIfLine TO TRUE
               PERFORM WriteForecastLinePara
               MOVE "    CHANGE"  TO WS-FL-Label
               SET ChangeLine TO TRUE
               PERFORM WriteForecastLinePara
           END-IF.

       WriteForecastLinePara.
           MOVE 0 TO WS-LineTotal.
           PERFORM MoveYearCountPara
               VARYING WS-YearIdx FROM 1 BY 1 UNTIL WS-YearIdx > 10.
           MOVE WS-LineTotal TO WS-FL-Total.
           MOVE WS-ForecastLine TO WaveReportRecord.
           WRITE WaveReportRecord.

       MoveYearCountPara.
           IF BaseLine
               MOVE WS-BaseCount(WS-Level, WS-YearIdx) TO WS-LineCount
           ELSE IF WhatIfLine
               MOVE WS-WhatIfCount(WS-Level, WS-YearIdx)
                   TO WS-LineCount
           ELSE
               COMPUTE WS-LineCount =
                   WS-WhatIfCount(WS-Level, WS-YearIdx)
                   - WS-BaseCount(WS-Level, WS-YearIdx)
           END-IF.
           MOVE WS-LineCount TO WS-FL-Count(WS-YearIdx).
           ADD WS-LineCount TO WS-LineTotal.

       *> add the finished level's counts into the level above and
       *> clear it for the next state or country
       RollLevelPara.
           PERFORM RollYearPara
               VARYING WS-YearIdx FROM 1 BY 1 UNTIL WS-YearIdx > 10.

       RollYearPara.
           ADD WS-BaseCount(WS-Level, WS-YearIdx)
               TO WS-BaseCount(WS-Level + 1, WS-YearIdx).
           ADD WS-WhatIfCount(WS-Level, WS-YearIdx)
               TO WS-WhatIfCount(WS-Level + 1, WS-YearIdx).
           MOVE 0 TO WS-BaseCount(WS-Level, WS-YearIdx).
           MOVE 0 TO WS-WhatIfCount(WS-Level, WS-YearIdx).
