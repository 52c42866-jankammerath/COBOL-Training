       IDENTIFICATION DIVISION.
       PROGRAM-ID. LocGazet.
       AUTHOR. Jan Kammerath.
       *> reconciles LOCMAST against the postal authority's gazetteer
       *> of official place names (GAZETTE): EnterCity and LocSave only
       *> check the state and country codes, and LocDedup only finds
       *> duplicates within our own file, so this reports every
       *> location whose city/state/country is not an official place -
       *> with the official name when the same name is listed under
       *> another state of the country, or the closest official name
       *> in the same state when it is at most two letters out - and
       *> how many CTZNMAST citizens point at it, busiest first, in
       *> LOCGAZRP; each suggestion is kept in LOCGAZSG under the
       *> location code, and a supervisor (level 3) can accept it,
       *> which corrects LOCMAST with a "GAZC" AUDITLOG entry and
       *> carries the corrected text to the citizens registered there,
       *> as a LocDedup merge does
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Gazetteer ASSIGN TO "GAZETTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GazetteerStatus.
           SELECT LocationMaster ASSIGN TO "LOCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-CODE
               FILE STATUS IS LocationMasterStatus.
           SELECT CitizenFile ASSIGN TO "CTZNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT SuggestionFile ASSIGN TO "LOCGAZSG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-LOCATION-CODE
               FILE STATUS IS SuggestionFileStatus.
           SELECT AuditLog ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditLogStatus.
           SELECT GazSortFile ASSIGN TO "GAZSORT".
           SELECT ProblemSortFile ASSIGN TO "LOCSORT".
           SELECT GazetteerReport ASSIGN TO "LOCGAZRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GazetteerReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Gazetteer.
       01 GazetteerRecord.
           02 GAZ-PLACE-NAME     PIC X(64).
           02 GAZ-STATE-CODE     PIC XX.
           02 GAZ-COUNTRY-CODE   PIC XX.

       FD  LocationMaster.
           COPY LOCREC.

       FD  CitizenFile.
           COPY CTZNREC.

       *> SG-PROBLEM is S (probable misspelling) or W (official name
       *> under another state); SG-OLD-* is LOCMAST as it was scanned,
       *> so an entry edited since the run is not overwritten
       FD  SuggestionFile.
       01 SuggestionRecord.
           02 SG-LOCATION-CODE   PIC 9(6).
           02 SG-PROBLEM         PIC X(1).
           02 SG-OLD-CITY        PIC X(64).
           02 SG-OLD-STATE       PIC XX.
           02 SG-OLD-CTRY        PIC XX.
           02 SG-NEW-CITY        PIC X(64).
           02 SG-NEW-STATE       PIC XX.
           02 SG-NEW-CTRY        PIC XX.
           02 SG-SCAN-DATE       PIC 9(8).
           02 SG-STATUS          PIC X(1).
              88 SuggestionOpen    VALUE "O".
              88 SuggestionApplied VALUE "A".

       FD  AuditLog.
           COPY AUDITREC.

       SD  GazSortFile.
       01 GAZ-SORT-RECORD.
           02 GS-KEY.
              03 GS-COUNTRY      PIC XX.
              03 GS-STATE        PIC XX.
              03 GS-NAME         PIC X(64).
           02 GS-OFFICIAL        PIC X(64).

       SD  ProblemSortFile.
       01 PROBLEM-SORT-RECORD.
           02 PS-CITIZENS        PIC 9(6).
           02 PS-LOCATION-CODE   PIC 9(6).
           02 PS-PROBLEM         PIC X(1).
           02 PS-OLD-CITY        PIC X(64).
           02 PS-OLD-STATE       PIC XX.
           02 PS-OLD-CTRY        PIC XX.
           02 PS-NEW-CITY        PIC X(64).
           02 PS-NEW-STATE       PIC XX.
           02 PS-NEW-CTRY        PIC XX.

       FD  GazetteerReport.
       01 GazetteerReportRecord PIC X(132).

       WORKING-STORAGE SECTION.
       01 GazetteerStatus       PIC XX     VALUE SPACES.
       01 LocationMasterStatus  PIC XX     VALUE SPACES.
       01 CitizenFileStatus     PIC XX     VALUE SPACES.
       01 SuggestionFileStatus  PIC XX     VALUE SPACES.
       01 AuditLogStatus        PIC XX     VALUE SPACES.
       01 GazetteerReportStatus PIC XX     VALUE SPACES.

       01 WS-CurrentDate.
           02 WS-Curr-Detail PIC X(21).
       01 WS-CurrentDate-R REDEFINES WS-CurrentDate.
           02 WS-Curr-YYYY PIC 9(4).
           02 WS-Curr-MM   PIC 9(2).
           02 WS-Curr-DD   PIC 9(2).
           02 FILLER       PIC X(13).
       01 WS-ChangeStamp        PIC 9(8)  VALUE ZEROS.

       01 OperatorId            PIC X(8)  VALUE SPACES.
       01 WS-AuthLevel          PIC 9(1)  VALUE 0.
       01 WS-SignOnSw           PIC X(1)  VALUE "N".
          88 SignOnValid        VALUE "Y".

       01 WS-MenuChoice         PIC X(1)  VALUE SPACES.
          88 ReconcileLocations VALUE "1".
          88 AcceptSuggestion   VALUE "2".
          88 ExitMenu           VALUE "3".

       *> the gazetteer is held sorted by country, state and upper-case
       *> name; the spare entry past the last one is left HIGH-VALUES
       *> so a scan always stops on it
       01 WS-GazTable.
           02 WS-GazEntry OCCURS 50001 TIMES.
              03 WS-GzKey.
                 04 WS-GzCountry PIC XX.
                 04 WS-GzState   PIC XX.
                 04 WS-GzName    PIC X(64).
              03 WS-GzLength     PIC 99.
              03 WS-GzOfficial   PIC X(64).
       01 WS-GazCount           PIC 9(6)  COMP VALUE 0.
       01 WS-GazSub             PIC 9(6)  COMP VALUE 0.
       01 WS-Low                PIC 9(6)  COMP VALUE 0.
       01 WS-High               PIC 9(6)  COMP VALUE 0.
       01 WS-Mid                PIC 9(6)  COMP VALUE 0.
       01 WS-TargetKey.
           02 WS-TgCountry      PIC XX.
           02 WS-TgState        PIC XX.
           02 WS-TgName         PIC X(64).

       01 WS-LocTable.
           02 WS-LocEntry OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-LocCode INDEXED BY WS-LocIdx.
              03 WS-LocCode     PIC 9(6).
              03 WS-LocCity     PIC X(64).
              03 WS-LocState    PIC XX.
              03 WS-LocCountry  PIC XX.
              03 WS-LocProblem  PIC X(1).
              03 WS-LocNewCity  PIC X(64).
              03 WS-LocNewState PIC XX.
              03 WS-LocCitizens PIC 9(6).
       01 WS-LocCount           PIC 9(6)  COMP VALUE 0.

       *> bounded edit distance between WS-NameA and WS-NameB: only
       *> the cells within two of the diagonal can come out at two or
       *> less, so the rest are left at 99 and a row with nothing
       *> under three ends the comparison
       01 WS-NameA              PIC X(64) VALUE SPACES.
       01 WS-NameB              PIC X(64) VALUE SPACES.
       01 WS-LengthA            PIC 99    VALUE 0.
       01 WS-LengthB            PIC 99    VALUE 0.
       01 WS-PrevRowX.
           02 WS-PrevRow        PIC 99    OCCURS 65 TIMES.
       01 WS-CurrRowX.
           02 WS-CurrRow        PIC 99    OCCURS 65 TIMES.
       01 WS-RowI               PIC 99    COMP VALUE 0.
       01 WS-ColJ               PIC 99    COMP VALUE 0.
       01 WS-ColFrom            PIC 99    COMP VALUE 0.
       01 WS-ColTo              PIC 99    COMP VALUE 0.
       01 WS-Cell               PIC 999   VALUE 0.
       01 WS-RowMin             PIC 99    VALUE 0.
       01 WS-Distance           PIC 99    VALUE 0.
       01 WS-BestDistance       PIC 99    VALUE 0.
       01 WS-BestSub            PIC 9(6)  COMP VALUE 0.

       01 WS-Counts.
           02 WS-CheckedCount   PIC 9(6)  VALUE 0.
           02 WS-MatchedCount   PIC 9(6)  VALUE 0.
           02 WS-SpellingCount  PIC 9(6)  VALUE 0.
           02 WS-WrongStateCount PIC 9(6) VALUE 0.
           02 WS-NoMatchCount   PIC 9(6)  VALUE 0.
           02 WS-RepointCount   PIC 9(6)  VALUE 0.

       01 WS-LookupCode         PIC 9(6)  VALUE ZEROS.
       01 WS-Confirm            PIC X(1)  VALUE SPACES.
       01 WS-ProblemText        PIC X(11) VALUE SPACES.
       01 WS-PrintLine          PIC X(132).

       01 WS-SWITCHES.
          02 WS-GazEOF-SW       PIC X(1)  VALUE "N".
             88 GazetteerEOF    VALUE "Y".
          02 WS-GazSortEOF-SW   PIC X(1)  VALUE "N".
             88 GazSortEOF      VALUE "Y".
          02 WS-LocEOF-SW       PIC X(1)  VALUE "N".
             88 LocationMasterEOF VALUE "Y".
          02 WS-CtznEOF-SW      PIC X(1)  VALUE "N".
             88 CitizenFileEOF  VALUE "Y".
          02 WS-ProbSortEOF-SW  PIC X(1)  VALUE "N".
             88 ProblemSortEOF  VALUE "Y".
          02 WS-FoundSw         PIC X(1)  VALUE "N".
             88 GazetteerFound  VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM SignOnPara.

       MenuPara.
           DISPLAY "-----------------------------------------------"
           DISPLAY " LOCATION GAZETTEER RECONCILIATION"
           DISPLAY " 1. RECONCILE LOCMAST WITH THE GAZETTEER"
           DISPLAY " 2. ACCEPT A SUGGESTED CORRECTION"
           DISPLAY " 3. EXIT"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Enter your choice:" WITH NO ADVANCING
           ACCEPT WS-MenuChoice.
           IF ReconcileLocations
               PERFORM ReconcilePara THRU ReconcilePara-EXIT
           ELSE IF AcceptSuggestion
               PERFORM AcceptPara THRU AcceptPara-EXIT
           ELSE IF ExitMenu
               STOP RUN
           ELSE
               DISPLAY "INVALID CHOICE"
           END-IF.
           GO TO MenuPara.

       SignOnPara.
           DISPLAY "Enter your operator ID:" WITH NO ADVANCING
           ACCEPT OperatorId
           CALL "OperSign" USING OperatorId, WS-AuthLevel, WS-SignOnSw
           END-CALL
           IF NOT SignOnValid
               DISPLAY "SIGN-ON REJECTED"
               STOP RUN
           END-IF.

       ReconcilePara.
           MOVE FUNCTION CURRENT-DATE TO WS-Curr-Detail.
           COMPUTE WS-ChangeStamp = WS-Curr-YYYY * 10000
               + WS-Curr-MM * 100 + WS-Curr-DD.
           MOVE ZEROS TO WS-Counts.
           PERFORM LoadGazetteerPara.
           IF WS-GazCount = 0
               DISPLAY "GAZETTEER FILE IS MISSING OR EMPTY"
               GO TO ReconcilePara-EXIT
           END-IF.
           PERFORM LoadLocationTablePara.
           IF WS-LocCount = 0
               DISPLAY "NO LOCATIONS ON FILE"
               GO TO ReconcilePara-EXIT
           END-IF.
           PERFORM CheckLocationPara THRU CheckLocationPara-EXIT
               VARYING WS-LocIdx FROM 1 BY 1
               UNTIL WS-LocIdx > WS-LocCount.
           PERFORM CountCitizensPara.
           SORT ProblemSortFile ON DESCENDING KEY PS-CITIZENS
                   ASCENDING KEY PS-LOCATION-CODE
               INPUT PROCEDURE IS ReleaseProblemsPara
               OUTPUT PROCEDURE IS WriteReportPara.
           DISPLAY "GAZETTEER PLACES LOADED: " WS-GazCount.
           DISPLAY "LOCATIONS CHECKED:       " WS-LocCount.
           DISPLAY "OFFICIAL MATCH:          " WS-MatchedCount.
           DISPLAY "PROBABLE MISSPELLING:    " WS-SpellingCount.
           DISPLAY "NAME UNDER WRONG STATE:  " WS-WrongStateCount.
           DISPLAY "NO OFFICIAL MATCH:       " WS-NoMatchCount.
           DISPLAY "REPORT WRITTEN TO LOCGAZRP".
       ReconcilePara-EXIT.
           EXIT.

       LoadGazetteerPara.
           MOVE HIGH-VALUES TO WS-GazTable.
           MOVE 0 TO WS-GazCount.
           MOVE "N" TO WS-GazEOF-SW.
           MOVE "N" TO WS-GazSortEOF-SW.
           SORT GazSortFile ON ASCENDING KEY GS-COUNTRY GS-STATE
                   GS-NAME
               INPUT PROCEDURE IS ReleaseGazetteerPara
               OUTPUT PROCEDURE IS StoreGazetteerPara.

       ReleaseGazetteerPara.
           OPEN INPUT Gazetteer.
           IF GazetteerStatus NOT = "35"
               PERFORM ReadGazetteerPara
               PERFORM ReleaseOnePlacePara UNTIL GazetteerEOF
           END-IF.
           CLOSE Gazetteer.

       ReadGazetteerPara.
           READ Gazetteer
               AT END SET GazetteerEOF TO TRUE
           END-READ.

       ReleaseOnePlacePara.
           IF GAZ-PLACE-NAME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(GAZ-COUNTRY-CODE) TO GS-COUNTRY
               MOVE FUNCTION UPPER-CASE(GAZ-STATE-CODE)   TO GS-STATE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GAZ-PLACE-NAME))
                   TO GS-NAME
               MOVE FUNCTION TRIM(GAZ-PLACE-NAME) TO GS-OFFICIAL
               RELEASE GAZ-SORT-RECORD
           END-IF.
           PERFORM ReadGazetteerPara.

       StoreGazetteerPara.
           PERFORM ReturnGazetteerPara.
           PERFORM StoreOnePlacePara UNTIL GazSortEOF.

       ReturnGazetteerPara.
           RETURN GazSortFile
               AT END SET GazSortEOF TO TRUE
           END-RETURN.

       StoreOnePlacePara.
           IF WS-GazCount >= 50000
               DISPLAY "GAZETTEER TABLE FULL - INCREASE WS-GazEntry"
               STOP RUN
           END-IF.
           ADD 1 TO WS-GazCount.
           MOVE GS-KEY      TO WS-GzKey(WS-GazCount).
           MOVE GS-OFFICIAL TO WS-GzOfficial(WS-GazCount).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(GS-NAME))
               TO WS-GzLength(WS-GazCount).
           PERFORM ReturnGazetteerPara.

       LoadLocationTablePara.
           MOVE ALL "9" TO WS-LocTable.
           MOVE 0 TO WS-LocCount.
           MOVE "N" TO WS-LocEOF-SW.
           OPEN INPUT LocationMaster.
           IF LocationMasterStatus NOT = "35"
               PERFORM ReadLocationPara
               PERFORM StoreLocationPara UNTIL LocationMasterEOF
           END-IF.
           CLOSE LocationMaster.

       ReadLocationPara.
           READ LocationMaster NEXT RECORD
               AT END SET LocationMasterEOF TO TRUE
           END-READ.

       StoreLocationPara.
           IF WS-LocCount >= 5000
               DISPLAY "LOCATION TABLE FULL - INCREASE WS-LocEntry"
               STOP RUN
           END-IF.
           ADD 1 TO WS-LocCount.
           SET WS-LocIdx TO WS-LocCount.
           MOVE LM-LOCATION-CODE TO WS-LocCode(WS-LocIdx).
           MOVE LM-CITY-NAME     TO WS-LocCity(WS-LocIdx).
           MOVE LM-STATE-CODE    TO WS-LocState(WS-LocIdx).
           MOVE LM-COUNTRY-CODE  TO WS-LocCountry(WS-LocIdx).
           MOVE SPACE            TO WS-LocProblem(WS-LocIdx).
           MOVE SPACES           TO WS-LocNewCity(WS-LocIdx).
           MOVE SPACES           TO WS-LocNewState(WS-LocIdx).
           MOVE 0                TO WS-LocCitizens(WS-LocIdx).
           PERFORM ReadLocationPara.

       *> an exact official match first; failing that the same name
       *> elsewhere in the country (the state is wrong), and only then
       *> the nearest spelling within the location's own state
       CheckLocationPara.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-LocCity(WS-LocIdx)))          TO WS-NameA.
           MOVE FUNCTION UPPER-CASE(WS-LocCountry(WS-LocIdx))
                                                TO WS-TgCountry.
           MOVE FUNCTION UPPER-CASE(WS-LocState(WS-LocIdx))
                                                TO WS-TgState.
           MOVE WS-NameA TO WS-TgName.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NameA))
               TO WS-LengthA.
           PERFORM LowerBoundPara.
           IF WS-GzKey(WS-Low) = WS-TargetKey
               ADD 1 TO WS-MatchedCount
               GO TO CheckLocationPara-EXIT
           END-IF.

           MOVE LOW-VALUES TO WS-TgState.
           MOVE LOW-VALUES TO WS-TgName.
           PERFORM LowerBoundPara.
           MOVE "N" TO WS-FoundSw.
           PERFORM FindOtherStatePara
               VARYING WS-GazSub FROM WS-Low BY 1
               UNTIL GazetteerFound
                  OR WS-GzCountry(WS-GazSub) NOT = WS-TgCountry.
           IF GazetteerFound
               SUBTRACT 1 FROM WS-GazSub
               MOVE "W" TO WS-LocProblem(WS-LocIdx)
               MOVE WS-GzOfficial(WS-GazSub) TO WS-LocNewCity(WS-LocIdx)
               MOVE WS-GzState(WS-GazSub) TO WS-LocNewState(WS-LocIdx)
               ADD 1 TO WS-WrongStateCount
               GO TO CheckLocationPara-EXIT
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-LocState(WS-LocIdx))
                                                TO WS-TgState.
           PERFORM LowerBoundPara.
           MOVE 99 TO WS-BestDistance.
           PERFORM FindSpellingPara
               VARYING WS-GazSub FROM WS-Low BY 1
               UNTIL WS-GzCountry(WS-GazSub) NOT = WS-TgCountry
                  OR WS-GzState(WS-GazSub) NOT = WS-TgState.
           IF WS-BestDistance <= 2
               MOVE "S" TO WS-LocProblem(WS-LocIdx)
               MOVE WS-GzOfficial(WS-BestSub)
                   TO WS-LocNewCity(WS-LocIdx)
               MOVE WS-GzState(WS-BestSub) TO WS-LocNewState(WS-LocIdx)
               ADD 1 TO WS-SpellingCount
           ELSE
               MOVE "N" TO WS-LocProblem(WS-LocIdx)
               ADD 1 TO WS-NoMatchCount
           END-IF.
       CheckLocationPara-EXIT.
           EXIT.

       *> first gazetteer entry whose key is not below WS-TargetKey
       LowerBoundPara.
           MOVE 1 TO WS-Low.
           COMPUTE WS-High = WS-GazCount + 1.
           PERFORM BisectPara UNTIL WS-Low >= WS-High.

       BisectPara.
           COMPUTE WS-Mid = (WS-Low + WS-High) / 2.
           IF WS-GzKey(WS-Mid) < WS-TargetKey
               COMPUTE WS-Low = WS-Mid + 1
           ELSE
               MOVE WS-Mid TO WS-High
           END-IF.

       FindOtherStatePara.
           IF WS-GzName(WS-GazSub) = WS-NameA
               SET GazetteerFound TO TRUE
           END-IF.

       FindSpellingPara.
           IF WS-GzLength(WS-GazSub) >= WS-LengthA - 2
                   AND WS-GzLength(WS-GazSub) <= WS-LengthA + 2
               MOVE WS-GzName(WS-GazSub)   TO WS-NameB
               MOVE WS-GzLength(WS-GazSub) TO WS-LengthB
               PERFORM EditDistancePara THRU EditDistancePara-EXIT
               IF WS-Distance < WS-BestDistance
                   MOVE WS-Distance TO WS-BestDistance
                   MOVE WS-GazSub   TO WS-BestSub
               END-IF
           END-IF.

       EditDistancePara.
           MOVE 99 TO WS-Distance.
           IF WS-LengthA = 0 OR WS-LengthB = 0
               GO TO EditDistancePara-EXIT
           END-IF.
           MOVE ALL "9" TO WS-PrevRowX.
           PERFORM FirstRowPara
               VARYING WS-ColJ FROM 0 BY 1
               UNTIL WS-ColJ > WS-LengthB OR WS-ColJ > 2.
           MOVE 0 TO WS-RowMin.
           PERFORM DistanceRowPara
               VARYING WS-RowI FROM 1 BY 1
               UNTIL WS-RowI > WS-LengthA OR WS-RowMin > 2.
           IF WS-RowMin <= 2
               MOVE WS-PrevRow(WS-LengthB + 1) TO WS-Distance
           END-IF.
       EditDistancePara-EXIT.
           EXIT.

       FirstRowPara.
           MOVE WS-ColJ TO WS-PrevRow(WS-ColJ + 1).

       DistanceRowPara.
           MOVE ALL "9" TO WS-CurrRowX.
           MOVE 99 TO WS-RowMin.
           IF WS-RowI <= 2
               MOVE WS-RowI TO WS-CurrRow(1)
               MOVE WS-RowI TO WS-RowMin
           END-IF.
           IF WS-RowI > 3
               COMPUTE WS-ColFrom = WS-RowI - 2
           ELSE
               MOVE 1 TO WS-ColFrom
           END-IF.
           IF WS-RowI + 2 < WS-LengthB
               COMPUTE WS-ColTo = WS-RowI + 2
           ELSE
               MOVE WS-LengthB TO WS-ColTo
           END-IF.
           PERFORM DistanceCellPara
               VARYING WS-ColJ FROM WS-ColFrom BY 1
               UNTIL WS-ColJ > WS-ColTo.
           MOVE WS-CurrRowX TO WS-PrevRowX.

       *> row and column 0 sit in entry 1, so cell (i, j) is entry j + 1
       DistanceCellPara.
           IF WS-NameA(WS-RowI:1) = WS-NameB(WS-ColJ:1)
               MOVE WS-PrevRow(WS-ColJ) TO WS-Cell
           ELSE
               COMPUTE WS-Cell = WS-PrevRow(WS-ColJ) + 1
           END-IF.
           IF WS-PrevRow(WS-ColJ + 1) + 1 < WS-Cell
               COMPUTE WS-Cell = WS-PrevRow(WS-ColJ + 1) + 1
           END-IF.
           IF WS-CurrRow(WS-ColJ) + 1 < WS-Cell
               COMPUTE WS-Cell = WS-CurrRow(WS-ColJ) + 1
           END-IF.
           IF WS-Cell > 99
               MOVE 99 TO WS-Cell
           END-IF.
           MOVE WS-Cell TO WS-CurrRow(WS-ColJ + 1).
           IF WS-Cell < WS-RowMin
               MOVE WS-Cell TO WS-RowMin
           END-IF.

       CountCitizensPara.
           MOVE "N" TO WS-CtznEOF-SW.
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "00"
               PERFORM ReadCitizenPara
               PERFORM CountOneCitizenPara UNTIL CitizenFileEOF
           ELSE IF CitizenFileStatus NOT = "35"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               DISPLAY "CITIZEN COUNTS ON LOCGAZRP ARE NOT KNOWN"
           END-IF.
           CLOSE CitizenFile.

       ReadCitizenPara.
           READ CitizenFile NEXT RECORD
               AT END SET CitizenFileEOF TO TRUE
           END-READ.

       CountOneCitizenPara.
           IF CTZN-LOCATION-CODE IS NUMERIC
                   AND CTZN-LOCATION-CODE NOT = ZEROS
               SEARCH ALL WS-LocEntry
                   AT END
                       CONTINUE
                   WHEN WS-LocCode(WS-LocIdx) = CTZN-LOCATION-CODE
                       ADD 1 TO WS-LocCitizens(WS-LocIdx)
               END-SEARCH
           END-IF.
           PERFORM ReadCitizenPara.

       *> every problem location goes to the report; the ones with a
       *> suggested correction are also kept in LOCGAZSG for AcceptPara
       ReleaseProblemsPara.
           OPEN OUTPUT SuggestionFile.
           PERFORM ReleaseOneProblemPara
               VARYING WS-LocIdx FROM 1 BY 1
               UNTIL WS-LocIdx > WS-LocCount.
           CLOSE SuggestionFile.

       ReleaseOneProblemPara.
           IF WS-LocProblem(WS-LocIdx) NOT = SPACE
               MOVE WS-LocCitizens(WS-LocIdx) TO PS-CITIZENS
               MOVE WS-LocCode(WS-LocIdx)     TO PS-LOCATION-CODE
               MOVE WS-LocProblem(WS-LocIdx)  TO PS-PROBLEM
               MOVE WS-LocCity(WS-LocIdx)     TO PS-OLD-CITY
               MOVE WS-LocState(WS-LocIdx)    TO PS-OLD-STATE
               MOVE WS-LocCountry(WS-LocIdx)  TO PS-OLD-CTRY
               MOVE WS-LocNewCity(WS-LocIdx)  TO PS-NEW-CITY
               MOVE WS-LocNewState(WS-LocIdx) TO PS-NEW-STATE
               MOVE WS-LocCountry(WS-LocIdx)  TO PS-NEW-CTRY
               RELEASE PROBLEM-SORT-RECORD
               IF WS-LocProblem(WS-LocIdx) NOT = "N"
                   PERFORM WriteSuggestionPara
               END-IF
           END-IF.

       WriteSuggestionPara.
           MOVE PS-LOCATION-CODE TO SG-LOCATION-CODE.
           MOVE PS-PROBLEM       TO SG-PROBLEM.
           MOVE PS-OLD-CITY      TO SG-OLD-CITY.
           MOVE PS-OLD-STATE     TO SG-OLD-STATE.
           MOVE PS-OLD-CTRY      TO SG-OLD-CTRY.
           MOVE PS-NEW-CITY      TO SG-NEW-CITY.
           MOVE PS-NEW-STATE     TO SG-NEW-STATE.
           MOVE PS-NEW-CTRY      TO SG-NEW-CTRY.
           MOVE WS-ChangeStamp   TO SG-SCAN-DATE.
           SET SuggestionOpen TO TRUE.
           WRITE SuggestionRecord
               INVALID KEY
                   DISPLAY "SUGGESTION NOT KEPT FOR LOCATION CODE "
                       SG-LOCATION-CODE
           END-WRITE.

       WriteReportPara.
           MOVE "N" TO WS-ProbSortEOF-SW.
           OPEN OUTPUT GazetteerReport.
           MOVE SPACES TO WS-PrintLine.
           STRING "LOCMAST RECONCILIATION AGAINST THE GAZETTEER - "
                                                 DELIMITED BY SIZE
               WS-ChangeStamp                    DELIMITED BY SIZE
               INTO WS-PrintLine.
           MOVE WS-PrintLine TO GazetteerReportRecord.
           WRITE GazetteerReportRecord.
           MOVE SPACES TO GazetteerReportRecord.
           WRITE GazetteerReportRecord.
           MOVE "CITIZENS   CODE  PROBLEM     LOCATION -> SUGGESTED"
               TO GazetteerReportRecord.
           WRITE GazetteerReportRecord.
           PERFORM ReturnProblemPara.
           PERFORM WriteProblemLinePara UNTIL ProblemSortEOF.
           MOVE SPACES TO GazetteerReportRecord.
           WRITE GazetteerReportRecord.
           MOVE SPACES TO WS-PrintLine.
           MOVE WS-LocCount TO WS-CheckedCount.
           STRING "CHECKED "        DELIMITED BY SIZE
               WS-CheckedCount      DELIMITED BY SIZE
               "  MATCHED "         DELIMITED BY SIZE
               WS-MatchedCount      DELIMITED BY SIZE
               "  SPELLING "        DELIMITED BY SIZE
               WS-SpellingCount     DELIMITED BY SIZE
               "  WRONG STATE "     DELIMITED BY SIZE
               WS-WrongStateCount   DELIMITED BY SIZE
               "  NO MATCH "        DELIMITED BY SIZE
               WS-NoMatchCount      DELIMITED BY SIZE
               INTO WS-PrintLine.
           MOVE WS-PrintLine TO GazetteerReportRecord.
           WRITE GazetteerReportRecord.
           MOVE "ACCEPT A SUGGESTION BY LOCATION CODE WITH LOCGAZET"
               TO GazetteerReportRecord.
           WRITE GazetteerReportRecord.
           CLOSE GazetteerReport.

       ReturnProblemPara.
           RETURN ProblemSortFile
               AT END SET ProblemSortEOF TO TRUE
           END-RETURN.

       WriteProblemLinePara.
           EVALUATE PS-PROBLEM
               WHEN "S"
                   MOVE "SPELLING"    TO WS-ProblemText
               WHEN "W"
                   MOVE "WRONG STATE" TO WS-ProblemText
               WHEN OTHER
                   MOVE "NO MATCH"    TO WS-ProblemText
           END-EVALUATE.
           MOVE SPACES TO WS-PrintLine.
           IF PS-PROBLEM = "N"
               STRING "  " PS-CITIZENS " " PS-LOCATION-CODE " "
                   WS-ProblemText " "     DELIMITED BY SIZE
                   FUNCTION TRIM(PS-OLD-CITY) DELIMITED BY SIZE
                   ", " PS-OLD-STATE ", " PS-OLD-CTRY
                                          DELIMITED BY SIZE
                   INTO WS-PrintLine
           ELSE
               STRING "  " PS-CITIZENS " " PS-LOCATION-CODE " "
                   WS-ProblemText " "     DELIMITED BY SIZE
                   FUNCTION TRIM(PS-OLD-CITY) DELIMITED BY SIZE
                   ", " PS-OLD-STATE ", " PS-OLD-CTRY " -> "
                                          DELIMITED BY SIZE
                   FUNCTION TRIM(PS-NEW-CITY) DELIMITED BY SIZE
                   ", " PS-NEW-STATE ", " PS-NEW-CTRY
                                          DELIMITED BY SIZE
                   INTO WS-PrintLine
           END-IF.
           MOVE WS-PrintLine TO GazetteerReportRecord.
           WRITE GazetteerReportRecord.
           PERFORM ReturnProblemPara.

       *> applies one suggestion from the last reconciliation, as long
       *> as the LOCMAST entry still reads as it did when scanned
       AcceptPara.
           IF WS-AuthLevel < 3
               DISPLAY "ACCEPTING A CORRECTION REQUIRES SUPERVISOR"
                   " AUTHORITY (LEVEL 3)"
               GO TO AcceptPara-EXIT
           END-IF.
           DISPLAY "Location code to correct:" WITH NO ADVANCING
           ACCEPT WS-LookupCode.
           OPEN I-O SuggestionFile.
           IF SuggestionFileStatus = "35"
               DISPLAY "NO SUGGESTIONS ON FILE - RUN THE RECONCILIATION"
               CLOSE SuggestionFile
               GO TO AcceptPara-EXIT
           END-IF.
           MOVE WS-LookupCode TO SG-LOCATION-CODE.
           READ SuggestionFile
               INVALID KEY
                   DISPLAY "NO SUGGESTED CORRECTION FOR LOCATION CODE "
                       WS-LookupCode
                   CLOSE SuggestionFile
                   GO TO AcceptPara-EXIT
           END-READ.
           IF SuggestionApplied
               DISPLAY "CORRECTION HAS ALREADY BEEN APPLIED"
               CLOSE SuggestionFile
               GO TO AcceptPara-EXIT
           END-IF.
           DISPLAY "NOW:       " FUNCTION TRIM(SG-OLD-CITY) ", "
               SG-OLD-STATE ", " SG-OLD-CTRY.
           DISPLAY "CORRECTED: " FUNCTION TRIM(SG-NEW-CITY) ", "
               SG-NEW-STATE ", " SG-NEW-CTRY.
           DISPLAY "Apply the correction (Y/N)?" WITH NO ADVANCING
           ACCEPT WS-Confirm.
           IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
               DISPLAY "LOCATION NOT CHANGED"
               CLOSE SuggestionFile
               GO TO AcceptPara-EXIT
           END-IF.

           OPEN I-O LocationMaster.
           MOVE WS-LookupCode TO LM-LOCATION-CODE.
           READ LocationMaster
               INVALID KEY
                   DISPLAY "LOCATION CODE IS NO LONGER ON LOCMAST"
                   CLOSE LocationMaster
                   CLOSE SuggestionFile
                   GO TO AcceptPara-EXIT
           END-READ.
           IF LM-CITY-NAME    NOT = SG-OLD-CITY
                   OR LM-STATE-CODE   NOT = SG-OLD-STATE
                   OR LM-COUNTRY-CODE NOT = SG-OLD-CTRY
               DISPLAY "LOCATION HAS CHANGED SINCE THE RECONCILIATION"
                   " - RUN IT AGAIN"
               CLOSE LocationMaster
               CLOSE SuggestionFile
               GO TO AcceptPara-EXIT
           END-IF.
           MOVE SG-NEW-CITY  TO LM-CITY-NAME.
           MOVE SG-NEW-STATE TO LM-STATE-CODE.
           MOVE SG-NEW-CTRY  TO LM-COUNTRY-CODE.
           REWRITE LOCATION-MASTER-RECORD.
           CLOSE LocationMaster.
           PERFORM WriteCorrectionAuditPara.
           SET SuggestionApplied TO TRUE.
           REWRITE SuggestionRecord.
           CLOSE SuggestionFile.
           PERFORM RepointCitizensPara.
           DISPLAY "LOCATION " WS-LookupCode " CORRECTED".
       AcceptPara-EXIT.
           EXIT.

       RepointCitizensPara.
           MOVE 0   TO WS-RepointCount.
           MOVE "N" TO WS-CtznEOF-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-Curr-Detail.
           COMPUTE WS-ChangeStamp = WS-Curr-YYYY * 10000
               + WS-Curr-MM * 100 + WS-Curr-DD.
           OPEN I-O CitizenFile.
           IF CitizenFileStatus = "35"
               CLOSE CitizenFile
           ELSE IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               DISPLAY "CITIZENS ON CODE " WS-LookupCode
                   " NOT UPDATED WITH THE CORRECTED LOCATION"
               CLOSE CitizenFile
           ELSE
               PERFORM ReadCitizenPara
               PERFORM RepointOneCitizenPara UNTIL CitizenFileEOF
               CLOSE CitizenFile
               DISPLAY "CITIZENS UPDATED WITH THE CORRECTED LOCATION: "
                   WS-RepointCount
           END-IF.

       RepointOneCitizenPara.
           IF CTZN-LOCATION-CODE IS NUMERIC
                   AND CTZN-LOCATION-CODE = WS-LookupCode
               MOVE SG-NEW-CITY    TO CTZN-CITY-NAME
               MOVE SG-NEW-STATE   TO CTZN-STATE-CODE
               MOVE SG-NEW-CTRY    TO CTZN-COUNTRY-CODE
               MOVE WS-ChangeStamp TO CTZN-CHANGED-DATE
               REWRITE CITIZEN-REGISTRY-RECORD
               ADD 1 TO WS-RepointCount
           END-IF.
           PERFORM ReadCitizenPara.

       WriteCorrectionAuditPara.
           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE  TO AUDIT-TIMESTAMP
           MOVE OperatorId             TO AUDIT-OPERATOR-ID
           MOVE "GAZC"                 TO AUDIT-ACTION
           MOVE WS-LookupCode          TO AUDIT-LOCATION-CODE
           MOVE SG-OLD-CITY            TO AUDIT-BEFORE-CITY
           MOVE SG-OLD-STATE           TO AUDIT-BEFORE-STATE
           MOVE SG-OLD-CTRY            TO AUDIT-BEFORE-CTRY
           MOVE SG-NEW-CITY            TO AUDIT-AFTER-CITY
           MOVE SG-NEW-STATE           TO AUDIT-AFTER-STATE
           MOVE SG-NEW-CTRY            TO AUDIT-AFTER-CTRY
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
               OPEN OUTPUT AuditLog
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AuditLog.
