       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznPop.
       AUTHOR. Jan Kammerath.
       *> population register for the council's quarterly figures:
       *> joins every CTZNMAST citizen to LOCMAST through
       *> CTZN-LOCATION-CODE and counts, per location, the active,
       *> deceased and moved-away citizens, splitting the active ones
       *> into AGEBAND's age bands by running their birthdate through
       *> AGEMATH as of the business date (from BusDate); state and
       *> country subtotals and a grand total follow, and citizens
       *> whose location code is zero or not on LOCMAST are listed
       *> one by one after the register with their own total
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
           SELECT LocationMaster ASSIGN TO "LOCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOCATION-CODE
               FILE STATUS IS LocationMasterStatus.
           SELECT SortWorkFile ASSIGN TO "CTZNSORT".
           SELECT PopReport ASSIGN TO "CTZNPOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PopReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CitizenFile.
           COPY CTZNREC.

       FD  LocationMaster.
           COPY LOCREC.

       SD  SortWorkFile.
       01 SORT-RECORD.
           02 SORT-GROUP        PIC 9.
              88 SortMatched    VALUE 1.
              88 SortUnmatched  VALUE 2.
           02 SORT-COUNTRY      PIC XX.
           02 SORT-STATE        PIC XX.
           02 SORT-LOC-CODE     PIC 9(6).
           02 SORT-CTZN-ID      PIC 9(6).
           02 SORT-CITY         PIC X(64).
           02 SORT-STATUS       PIC X(1).
           02 SORT-BAND         PIC 9.

       FD  PopReport.
       01 PopReportRecord      PIC X(100).

       WORKING-STORAGE SECTION.
       01 CitizenFileStatus     PIC XX     VALUE SPACES.
       01 LocationMasterStatus  PIC XX     VALUE SPACES.
       01 PopReportStatus       PIC XX     VALUE SPACES.

       01 WS-CurrentDate.
           02 WS-Curr-Detail PIC X(21).
       01 WS-CurrentDate-R REDEFINES WS-CurrentDate.
           02 WS-Curr-YYYY PIC 9(4).
           02 WS-Curr-MM   PIC 9(2).
           02 WS-Curr-DD   PIC 9(2).
           02 FILLER       PIC X(13).

       01 WS-BusinessDate       PIC 9(8)  VALUE ZEROS.
       01 WS-BirthDate          PIC 9(8)  VALUE ZEROS.

       01 WS-Age-BMM  PIC 99.
       01 WS-Age-BDD  PIC 99.
       01 WS-Age-BYY  PIC 9999.

       *> counts are kept for five levels: 1 location, 2 state,
       *> 3 country, 4 all registered locations, 5 unmatched citizens;
       *> columns 1-3 are active/deceased/moved-away and 4-10 the
       *> active citizens' age bands (AGEBAND's six, then unknown age)
       01 WS-PopTotals.
           02 WS-TotalLevel OCCURS 5 TIMES.
              03 WS-PopCount    PIC 9(6) OCCURS 10 TIMES.
       01 WS-Level              PIC 9     COMP VALUE 0.
       01 WS-ColIdx             PIC 99    COMP VALUE 0.
       01 WS-Band               PIC 9     VALUE 0.

       01 WS-PopLine.
           02 WS-PL-Label       PIC X(24).
           02 WS-PL-Column OCCURS 10 TIMES.
              03 FILLER         PIC X(1).
              03 WS-PL-Count    PIC ZZZZZ9.

       01 WS-PopHeading.
           02 FILLER            PIC X(24) VALUE "LOCATION".
           02 FILLER            PIC X(35)
                        VALUE " ACTIVE   DEAD  MOVED    <25  25-34".
           02 FILLER            PIC X(35)
                        VALUE "  35-44  45-54  55-64    65+  UNKWN".

       01 WS-BreakLocation.
           02 WS-BreakCountry PIC XX     VALUE SPACES.
           02 WS-BreakState   PIC XX     VALUE SPACES.
           02 WS-BreakLocCode PIC 9(6)   VALUE ZEROS.
           02 WS-BreakCity    PIC X(64)  VALUE SPACES.

       01 WS-PrintLine          PIC X(100).
       01 WS-Reason             PIC X(20)  VALUE SPACES.
       01 WS-StatusText         PIC X(10)  VALUE SPACES.
       01 WS-CitizenCount       PIC 9(6)  VALUE 0.
       01 WS-UnmatchedCount     PIC 9(6)  VALUE 0.

       01 WS-SWITCHES.
          02 WS-CtznEOF-SW      PIC X(1)  VALUE "N".
             88 CitizenFileEOF  VALUE "Y".
          02 WS-SortEOF-SW      PIC X(1)  VALUE "N".
             88 SortFileEOF     VALUE "Y".
          02 WS-RetireSw        PIC X(1)  VALUE "N".
          02 WS-LocOpenSw       PIC X(1)  VALUE "N".
             88 LocationMasterOpen VALUE "Y".
          02 WS-FirstGroupSw    PIC X(1)  VALUE "Y".
             88 FirstGroup      VALUE "Y".
          02 WS-UnmatchedSw     PIC X(1)  VALUE "N".
             88 UnmatchedStarted VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-BusinessDate
           END-CALL.
           MOVE WS-BusinessDate TO WS-Curr-Detail.
           MOVE ZEROS TO WS-PopTotals.
           SORT SortWorkFile ON ASCENDING KEY SORT-GROUP SORT-COUNTRY
                   SORT-STATE SORT-LOC-CODE SORT-CTZN-ID
               INPUT PROCEDURE IS SelectCitizensPara
               OUTPUT PROCEDURE IS WritePopulationPara.
           DISPLAY "CITIZENS COUNTED: " WS-CitizenCount.
           IF WS-UnmatchedCount > 0
               DISPLAY "CITIZENS WITHOUT A LOCMAST LOCATION: "
                   WS-UnmatchedCount
           END-IF.
           STOP RUN.

       SelectCitizensPara.
           OPEN INPUT LocationMaster.
           IF LocationMasterStatus = "35"
               DISPLAY "LOCATION FILE NOT FOUND - NO CITIZEN MATCHED"
           ELSE
               SET LocationMasterOpen TO TRUE
           END-IF.
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
           IF LocationMasterOpen
               CLOSE LocationMaster
           END-IF.

       ReadCitizenPara.
           READ CitizenFile NEXT RECORD
               AT END SET CitizenFileEOF TO TRUE
           END-READ.

       EvaluateCitizenPara.
           ADD 1 TO WS-CitizenCount.
           MOVE SPACES TO SORT-RECORD.
           MOVE CTZN-ID            TO SORT-CTZN-ID.
           MOVE CTZN-LOCATION-CODE TO SORT-LOC-CODE.
           MOVE CTZN-STATUS        TO SORT-STATUS.
           MOVE 0 TO SORT-BAND.
           IF CitizenActive
               PERFORM FindAgeBandPara
               MOVE WS-Band TO SORT-BAND
           END-IF.
           PERFORM FindLocationPara.
           RELEASE SORT-RECORD.
           PERFORM ReadCitizenPara.

       *> the citizen's registered location is the LOCMAST entry; a
       *> zero code or one no longer on LOCMAST goes to the unmatched
       *> list with the location text held on the citizen record
       FindLocationPara.
           SET SortUnmatched TO TRUE.
           MOVE CTZN-CITY-NAME TO SORT-CITY.
           IF CTZN-LOCATION-CODE NOT = ZEROS AND LocationMasterOpen
               MOVE CTZN-LOCATION-CODE TO LM-LOCATION-CODE
               READ LocationMaster
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SortMatched TO TRUE
                       MOVE LM-COUNTRY-CODE TO SORT-COUNTRY
                       MOVE LM-STATE-CODE   TO SORT-STATE
                       MOVE LM-CITY-NAME    TO SORT-CITY
               END-READ
           END-IF.

       *> band 1-6 as AGEBAND buckets AGERPT, 7 when the birthdate on
       *> file is missing, invalid or after the business date
       FindAgeBandPara.
           MOVE 7 TO WS-Band.
           IF CTZN-BIRTH-YYYY IS NUMERIC AND CTZN-BIRTH-MM IS NUMERIC
                   AND CTZN-BIRTH-DD IS NUMERIC
               COMPUTE WS-BirthDate = CTZN-BIRTH-YYYY * 10000
                   + CTZN-BIRTH-MM * 100 + CTZN-BIRTH-DD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BirthDate) = 0
                       AND WS-BirthDate <= WS-BusinessDate
                   PERFORM ComputeAgePara
                   IF WS-Age-BYY < 25
                       MOVE 1 TO WS-Band
                   ELSE IF WS-Age-BYY < 35
                       MOVE 2 TO WS-Band
                   ELSE IF WS-Age-BYY < 45
                       MOVE 3 TO WS-Band
                   ELSE IF WS-Age-BYY < 55
                       MOVE 4 TO WS-Band
                   ELSE IF WS-Age-BYY < 65
                       MOVE 5 TO WS-Band
                   ELSE
                       MOVE 6 TO WS-Band
                   END-IF
               END-IF
           END-IF.

       ComputeAgePara.
           MOVE CTZN-BIRTH-MM   TO WS-Age-BMM.
           MOVE CTZN-BIRTH-DD   TO WS-Age-BDD.
           MOVE CTZN-BIRTH-YYYY TO WS-Age-BYY.
           MOVE "N" TO WS-RetireSw.
           CALL "AGEMATH" USING WS-Curr-MM, WS-Curr-DD, WS-Curr-YYYY,
                   WS-Age-BMM, WS-Age-BDD, WS-Age-BYY, WS-RetireSw
           END-CALL.

       WritePopulationPara.
           OPEN OUTPUT PopReport.
           PERFORM WriteHeadingPara.
           PERFORM ReturnSortPara.
           PERFORM AccumulatePopulationPara UNTIL SortFileEOF.
           IF UnmatchedStarted
               PERFORM UnmatchedTotalPara
           ELSE IF FirstGroup
               PERFORM RegisterTotalPara
           ELSE
               PERFORM CloseRegisterPara
           END-IF.
           PERFORM GrandTotalPara.
           CLOSE PopReport.

       ReturnSortPara.
           RETURN SortWorkFile
               AT END SET SortFileEOF TO TRUE
           END-RETURN.

       WriteHeadingPara.
           MOVE SPACES TO WS-PrintLine.
           STRING "POPULATION REGISTER BY LOCATION AS OF "
                                                 DELIMITED BY SIZE
               WS-BusinessDate                   DELIMITED BY SIZE
               INTO WS-PrintLine.
           MOVE WS-PrintLine TO PopReportRecord.
           WRITE PopReportRecord.
           MOVE SPACES TO PopReportRecord.
           WRITE PopReportRecord.
           MOVE WS-PopHeading TO PopReportRecord.
           WRITE PopReportRecord.

       AccumulatePopulationPara.
           IF SortUnmatched
               PERFORM UnmatchedCitizenPara
           ELSE
               PERFORM MatchedCitizenPara
           END-IF.
           PERFORM ReturnSortPara.

       MatchedCitizenPara.
           IF FirstGroup
               MOVE "N" TO WS-FirstGroupSw
               PERFORM SetBreakPara
           ELSE IF SORT-COUNTRY NOT = WS-BreakCountry
               PERFORM LocationBreakPara
               PERFORM StateBreakPara
               PERFORM CountryBreakPara
               PERFORM SetBreakPara
           ELSE IF SORT-STATE NOT = WS-BreakState
               PERFORM LocationBreakPara
               PERFORM StateBreakPara
               PERFORM SetBreakPara
           ELSE IF SORT-LOC-CODE NOT = WS-BreakLocCode
               PERFORM LocationBreakPara
               PERFORM SetBreakPara
           END-IF.
           MOVE 1 TO WS-Level.
           PERFORM CountCitizenPara.

       SetBreakPara.
           MOVE SORT-COUNTRY  TO WS-BreakCountry.
           MOVE SORT-STATE    TO WS-BreakState.
           MOVE SORT-LOC-CODE TO WS-BreakLocCode.
           MOVE SORT-CITY     TO WS-BreakCity.

       *> the first unmatched citizen closes the register: the last
       *> location, state and country are written and totalled before
       *> the unmatched list starts
       UnmatchedCitizenPara.
           IF NOT UnmatchedStarted
               IF NOT FirstGroup
                   PERFORM CloseRegisterPara
               ELSE
                   PERFORM RegisterTotalPara
               END-IF
               SET UnmatchedStarted TO TRUE
               MOVE SPACES TO PopReportRecord
               WRITE PopReportRecord
               MOVE "CITIZENS WITHOUT A REGISTERED LOCATION"
                   TO PopReportRecord
               WRITE PopReportRecord
           END-IF.
           ADD 1 TO WS-UnmatchedCount.
           IF SORT-LOC-CODE = ZEROS
               MOVE "NO LOCATION CODE" TO WS-Reason
           ELSE
               MOVE "NOT ON LOCMAST" TO WS-Reason
           END-IF.
           EVALUATE SORT-STATUS
               WHEN "D"
                   MOVE "DECEASED" TO WS-StatusText
               WHEN "M"
                   MOVE "MOVED AWAY" TO WS-StatusText
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-StatusText
           END-EVALUATE.
           MOVE SPACES TO WS-PrintLine.
           STRING "  " DELIMITED BY SIZE
               SORT-CTZN-ID                      DELIMITED BY SIZE
               " LOCATION "                      DELIMITED BY SIZE
               SORT-LOC-CODE                     DELIMITED BY SIZE
               " "                               DELIMITED BY SIZE
               WS-Reason                         DELIMITED BY SIZE
               " "                               DELIMITED BY SIZE
               WS-StatusText                     DELIMITED BY SIZE
               " "                               DELIMITED BY SIZE
               FUNCTION TRIM(SORT-CITY)          DELIMITED BY SIZE
               INTO WS-PrintLine.
           MOVE WS-PrintLine TO PopReportRecord.
           WRITE PopReportRecord.
           MOVE 5 TO WS-Level.
           PERFORM CountCitizenPara.

       CountCitizenPara.
           EVALUATE SORT-STATUS
               WHEN "D"
                   ADD 1 TO WS-PopCount(WS-Level, 2)
               WHEN "M"
                   ADD 1 TO WS-PopCount(WS-Level, 3)
               WHEN OTHER
                   ADD 1 TO WS-PopCount(WS-Level, 1)
           END-EVALUATE.
           IF SORT-BAND > 0
               ADD 1 TO WS-PopCount(WS-Level, SORT-BAND + 3)
           END-IF.

       CloseRegisterPara.
           PERFORM LocationBreakPara.
           PERFORM StateBreakPara.
           PERFORM CountryBreakPara.
           PERFORM RegisterTotalPara.

       LocationBreakPara.
           MOVE SPACES TO WS-PopLine.
           STRING "    " DELIMITED BY SIZE
               WS-BreakLocCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BreakCity DELIMITED BY SIZE
               INTO WS-PL-Label.
           MOVE 1 TO WS-Level.
           PERFORM WritePopLinePara.
           PERFORM RollLevelPara.

       StateBreakPara.
           MOVE SPACES TO WS-PopLine.
           STRING "  STATE " DELIMITED BY SIZE
               WS-BreakState DELIMITED BY SIZE
               " TOTAL" DELIMITED BY SIZE
               INTO WS-PL-Label.
           MOVE 2 TO WS-Level.
           PERFORM WritePopLinePara.
           PERFORM RollLevelPara.

       CountryBreakPara.
           MOVE SPACES TO WS-PopLine.
           STRING "COUNTRY " DELIMITED BY SIZE
               WS-BreakCountry DELIMITED BY SIZE
               " TOTAL" DELIMITED BY SIZE
               INTO WS-PL-Label.
           MOVE 3 TO WS-Level.
           PERFORM WritePopLinePara.
           MOVE SPACES TO PopReportRecord.
           WRITE PopReportRecord.
           PERFORM RollLevelPara.

       RegisterTotalPara.
           MOVE SPACES TO WS-PopLine.
           MOVE "ALL LOCATIONS" TO WS-PL-Label.
           MOVE 4 TO WS-Level.
           PERFORM WritePopLinePara.

       UnmatchedTotalPara.
           MOVE SPACES TO WS-PopLine.
           MOVE "UNMATCHED TOTAL" TO WS-PL-Label.
           MOVE 5 TO WS-Level.
           PERFORM WritePopLinePara.

       *> the grand total is every citizen counted: the registered
       *> locations' total with the unmatched citizens added in
       GrandTotalPara.
           PERFORM AddUnmatchedPara
               VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 10.
           MOVE SPACES TO PopReportRecord.
           WRITE PopReportRecord.
           MOVE SPACES TO WS-PopLine.
           MOVE "GRAND TOTAL" TO WS-PL-Label.
           MOVE 4 TO WS-Level.
           PERFORM WritePopLinePara.

       AddUnmatchedPara.
           ADD WS-PopCount(5, WS-ColIdx) TO WS-PopCount(4, WS-ColIdx).

       WritePopLinePara.
           PERFORM MoveColumnPara
               VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 10.
           MOVE WS-PopLine TO PopReportRecord.
           WRITE PopReportRecord.

       MoveColumnPara.
           MOVE WS-PopCount(WS-Level, WS-ColIdx)
               TO WS-PL-Count(WS-ColIdx).

       *> add the finished level's counts into the level above and
       *> clear it for the next location, state or country
       RollLevelPara.
           PERFORM RollColumnPara
               VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 10.

       RollColumnPara.
           ADD WS-PopCount(WS-Level, WS-ColIdx)
               TO WS-PopCount(WS-Level + 1, WS-ColIdx).
           MOVE 0 TO WS-PopCount(WS-Level, WS-ColIdx).
