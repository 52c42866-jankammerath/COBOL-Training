       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznFind.
       AUTHOR. Jan Kammerath.
       *> citizen search for the front desk when a caller does not
       *> know their citizen ID: lists the citizens of CTZNMAST that
       *> meet any combination of a location code (keyed in, or a
       *> city picked from LOCMAST the way CityFind searches it), a
       *> birthdate range, a state and country code and a status -
       *> a location goes straight to its citizens through the
       *> CTZN-LOCATION-CODE alternate key and a birthdate range
       *> through CTZN-BIRTH-DATE, so only a search with neither reads
       *> the whole registry; the list pages on screen and a line can
       *> be picked to view, change or deactivate that citizen through
       *> CtznMenu's CTZNMENUS entry
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CitizenFile ASSIGN TO "CTZNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT LocationMaster ASSIGN TO "LOCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-CODE
               FILE STATUS IS LocationMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CitizenFile.
           COPY CTZNREC.

       FD  LocationMaster.
           COPY LOCREC.

       WORKING-STORAGE SECTION.
       01 CitizenFileStatus     PIC XX     VALUE SPACES.
       01 LocationMasterStatus  PIC XX     VALUE SPACES.

       01 OperatorId            PIC X(8)   VALUE SPACES.
       01 WS-AuthLevel          PIC 9(1)   VALUE 0.
       01 WS-SignOnSw           PIC X(1)   VALUE "N".
          88 SignOnValid        VALUE "Y".

       01 WS-MenuChoice         PIC X(1)   VALUE SPACES.
          88 SearchCitizens     VALUE "1".
          88 ExitMenu           VALUE "2".

       01 SearchCriteria.
          02 WS-LocMode         PIC X(1)   VALUE SPACES.
             88 AnyLocation     VALUE " ".
             88 LocationByCode  VALUE "L" "l".
             88 LocationByCity  VALUE "C" "c".
          02 WS-FindLocation    PIC 9(6)   VALUE ZEROS.
          02 WS-FindFromDate    PIC 9(8)   VALUE ZEROS.
          02 WS-FindToDate      PIC 9(8)   VALUE ZEROS.
          02 WS-FindState       PIC XX     VALUE SPACES.
          02 WS-FindCountry     PIC XX     VALUE SPACES.
          02 WS-FindStatus      PIC X(1)   VALUE SPACES.
             88 AnyStatus       VALUE " ".
             88 FindActive      VALUE "A".
             88 ValidFindStatus VALUE " " "A" "D" "M".

       01 WS-CityText           PIC X(64)  VALUE SPACES.
       01 WS-CityLen            PIC 99     VALUE 0.
       01 WS-MatchCount         PIC 99     VALUE 0.
       01 WS-BirthDate          PIC 9(8)   VALUE ZEROS.

       *> the search keeps only the IDs of the citizens it found, and
       *> each page re-reads them by CTZN-ID, so a citizen changed or
       *> deactivated from the list shows as they now stand
       01 WS-HitTable.
           02 WS-HitId          PIC 9(6)   OCCURS 1000 TIMES.
       01 WS-HitCount           PIC 9(4)   VALUE 0.

       01 WS-PickTable.
           02 WS-PickEntry OCCURS 100 TIMES.
              03 WS-PickCode    PIC 9(6).
              03 WS-PickCity    PIC X(64).
              03 WS-PickState   PIC XX.
              03 WS-PickCountry PIC XX.
       01 WS-PickCount          PIC 9(4)   VALUE 0.

       01 WS-PageStart          PIC 9(4)   VALUE 0.
       01 WS-PageEnd            PIC 9(4)   VALUE 0.
       01 WS-ListCount          PIC 9(4)   VALUE 0.
       01 WS-Line               PIC 9(4)   VALUE 0.
       01 WS-PageReply          PIC X(4)   VALUE SPACES.
       01 WS-ActionChoice       PIC X(1)   VALUE SPACES.
       01 WS-MenuFunction       PIC X(1)   VALUE SPACES.
       01 WS-SelectId           PIC 9(6)   VALUE ZEROS.
       01 WS-StatusText         PIC X(8)   VALUE SPACES.

       01 WS-SWITCHES.
          02 WS-EOF-SW          PIC X(1)   VALUE "N".
             88 CitizenFileEOF  VALUE "Y".
          02 WS-LocEOF-SW       PIC X(1)   VALUE "N".
             88 LocationMasterEOF VALUE "Y".
          02 WS-CriteriaSw      PIC X(1)   VALUE "N".
             88 CriteriaValid   VALUE "Y".
          02 WS-BirthRangeSw    PIC X(1)   VALUE "N".
             88 BirthRangeGiven VALUE "Y".
          02 WS-PickSw          PIC X(1)   VALUE "N".
             88 LocationPicked  VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM SignOnPara.

       MenuPara.
           DISPLAY "-----------------------------------------------"
           DISPLAY " CITIZEN SEARCH"
           DISPLAY " 1. SEARCH FOR CITIZENS"
           DISPLAY " 2. EXIT"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Enter your choice:" WITH NO ADVANCING
           ACCEPT WS-MenuChoice.
           IF SearchCitizens
               PERFORM SearchPara THRU SearchPara-EXIT
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

       SearchPara.
           PERFORM GetCriteriaPara THRU GetCriteriaPara-EXIT.
           IF NOT CriteriaValid
               GO TO SearchPara-EXIT
           END-IF.
           PERFORM CollectCitizensPara THRU CollectCitizensPara-EXIT.
           IF WS-HitCount = 0
               DISPLAY "NO MATCHING CITIZENS FOUND"
               GO TO SearchPara-EXIT
           END-IF.
           PERFORM BrowsePara THRU BrowsePara-EXIT.
       SearchPara-EXIT.
           EXIT.

       *> every criterion may be left open; a blank location and no
       *> birthdate range lists the whole registry in CTZN-ID order
       GetCriteriaPara.
           MOVE "N"    TO WS-CriteriaSw.
           MOVE "N"    TO WS-BirthRangeSw.
           MOVE ZEROS  TO WS-FindLocation.

       EnterLocation.
           DISPLAY "Location - (L)ocation code, (C)ity search,"
               " blank = any:" WITH NO ADVANCING
           ACCEPT WS-LocMode.
           IF LocationByCode
               DISPLAY "Enter location code:" WITH NO ADVANCING
               ACCEPT WS-FindLocation
               IF WS-FindLocation = 0
                   DISPLAY "LOCATION CODE IS INVALID"
                   GO TO EnterLocation
               END-IF
           ELSE IF LocationByCity
               PERFORM PickLocationPara THRU PickLocationPara-EXIT
               IF NOT LocationPicked
                   GO TO EnterLocation
               END-IF
           ELSE IF NOT AnyLocation
               DISPLAY "INVALID CHOICE"
               GO TO EnterLocation
           END-IF.

       EnterBirthRange.
           DISPLAY "Born on or after (YYYYMMDD, 0 = any):"
               WITH NO ADVANCING
           ACCEPT WS-FindFromDate.
           DISPLAY "Born on or before (YYYYMMDD, 0 = any):"
               WITH NO ADVANCING
           ACCEPT WS-FindToDate.
           IF WS-FindFromDate NOT = 0 OR WS-FindToDate NOT = 0
               SET BirthRangeGiven TO TRUE
           END-IF.
           IF WS-FindToDate = 0
               MOVE 99999999 TO WS-FindToDate
           END-IF.
           IF WS-FindFromDate > WS-FindToDate
               DISPLAY "BIRTHDATE RANGE IS INVALID"
               MOVE "N" TO WS-BirthRangeSw
               GO TO EnterBirthRange
           END-IF.

           DISPLAY "Enter two-letter state code (blank = any):"
               WITH NO ADVANCING
           ACCEPT WS-FindState.
           MOVE FUNCTION UPPER-CASE(WS-FindState) TO WS-FindState.
           DISPLAY "Enter two-letter country code (blank = any):"
               WITH NO ADVANCING
           ACCEPT WS-FindCountry.
           MOVE FUNCTION UPPER-CASE(WS-FindCountry) TO WS-FindCountry.

       EnterStatus.
           DISPLAY "Status - (A)ctive, (D)eceased, (M)oved away,"
               " blank = any:" WITH NO ADVANCING
           ACCEPT WS-FindStatus.
           MOVE FUNCTION UPPER-CASE(WS-FindStatus) TO WS-FindStatus.
           IF NOT ValidFindStatus
               DISPLAY "INVALID STATUS"
               GO TO EnterStatus
           END-IF.
           SET CriteriaValid TO TRUE.
       GetCriteriaPara-EXIT.
           EXIT.

       *> CityFind-style partial match on the city name; a single
       *> match is taken as it stands, several are listed to pick from
       PickLocationPara.
           MOVE "N" TO WS-PickSw.
           MOVE 0   TO WS-PickCount.
           DISPLAY "Enter part of the city name:" WITH NO ADVANCING
           ACCEPT WS-CityText.
           IF WS-CityText = SPACES
               DISPLAY "NO CITY NAME ENTERED"
               GO TO PickLocationPara-EXIT
           END-IF.
           COMPUTE WS-CityLen =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CityText)).
           OPEN INPUT LocationMaster.
           IF LocationMasterStatus = "35"
               DISPLAY "NO LOCATIONS HAVE BEEN SAVED YET"
               GO TO PickLocationPara-EXIT
           END-IF.
           IF LocationMasterStatus NOT = "00"
               DISPLAY "LOCMAST OPEN FAILED, FILE STATUS "
                   LocationMasterStatus
               GO TO PickLocationPara-EXIT
           END-IF.
           MOVE "N" TO WS-LocEOF-SW.
           PERFORM ReadLocationPara.
           PERFORM ScanLocationPara UNTIL LocationMasterEOF.
           CLOSE LocationMaster.
           IF WS-PickCount = 0
               DISPLAY "NO MATCHING LOCATIONS FOUND"
               GO TO PickLocationPara-EXIT
           END-IF.
           IF WS-PickCount > 100
               DISPLAY "MORE THAN 100 LOCATIONS MATCH - ENTER MORE OF"
                   " THE CITY NAME"
               GO TO PickLocationPara-EXIT
           END-IF.
           IF WS-PickCount = 1
               MOVE 1 TO WS-Line
               PERFORM TakeLocationPara
               GO TO PickLocationPara-EXIT
           END-IF.
           MOVE WS-PickCount TO WS-ListCount.
           MOVE 1 TO WS-PageStart.

       PickShowPage.
           PERFORM SetPageEndPara.
           DISPLAY "LINE CODE   CITY, STATE, COUNTRY".
           PERFORM ShowLocationLinePara VARYING WS-Line
               FROM WS-PageStart BY 1 UNTIL WS-Line > WS-PageEnd.
           DISPLAY "LOCATIONS " WS-PageStart " TO " WS-PageEnd
               " OF " WS-PickCount.

       PickPrompt.
           DISPLAY "Line number to pick, N next page, P previous page,"
               " Q quit:" WITH NO ADVANCING
           ACCEPT WS-PageReply.
           MOVE FUNCTION UPPER-CASE(WS-PageReply) TO WS-PageReply.
           IF WS-PageReply = "Q"
               GO TO PickLocationPara-EXIT
           END-IF.
           IF WS-PageReply = "N" OR WS-PageReply = "P"
               PERFORM TurnPagePara
               GO TO PickShowPage
           END-IF.
           PERFORM CheckLineReplyPara.
           IF WS-Line = 0
               DISPLAY "INVALID CHOICE"
               GO TO PickPrompt
           END-IF.
           PERFORM TakeLocationPara.
       PickLocationPara-EXIT.
           EXIT.

       ReadLocationPara.
           READ LocationMaster NEXT RECORD
               AT END SET LocationMasterEOF TO TRUE
           END-READ.

       *> keeps counting past a full table so the clerk can be told
       *> to narrow the city name down
       ScanLocationPara.
           MOVE 0 TO WS-MatchCount
           INSPECT LM-CITY-NAME TALLYING WS-MatchCount
               FOR ALL WS-CityText(1:WS-CityLen)
           IF WS-MatchCount > 0
               ADD 1 TO WS-PickCount
               IF WS-PickCount <= 100
                   MOVE LM-LOCATION-CODE TO WS-PickCode(WS-PickCount)
                   MOVE LM-CITY-NAME     TO WS-PickCity(WS-PickCount)
                   MOVE LM-STATE-CODE    TO WS-PickState(WS-PickCount)
                   MOVE LM-COUNTRY-CODE
                       TO WS-PickCountry(WS-PickCount)
               END-IF
           END-IF
           PERFORM ReadLocationPara.

       ShowLocationLinePara.
           DISPLAY WS-Line " " WS-PickCode(WS-Line) " "
               FUNCTION TRIM(WS-PickCity(WS-Line)) ", "
               WS-PickState(WS-Line) ", " WS-PickCountry(WS-Line).

       TakeLocationPara.
           MOVE WS-PickCode(WS-Line) TO WS-FindLocation.
           SET LocationPicked TO TRUE.
           DISPLAY "LOCATION " WS-FindLocation " "
               FUNCTION TRIM(WS-PickCity(WS-Line)) ", "
               WS-PickState(WS-Line) ", " WS-PickCountry(WS-Line).

       *> a location is read through its alternate key while the code
       *> stays the same; otherwise a birthdate range is read through
       *> CTZN-BIRTH-DATE from its first date up to its last; the other
       *> criteria are checked on each record read
       CollectCitizensPara.
           MOVE 0   TO WS-HitCount.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "NO CITIZENS ON FILE"
               GO TO CollectCitizensPara-EXIT
           END-IF.
           IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               GO TO CollectCitizensPara-EXIT
           END-IF.
           IF WS-FindLocation NOT = 0
               MOVE WS-FindLocation TO CTZN-LOCATION-CODE
               START CitizenFile KEY IS = CTZN-LOCATION-CODE
                   INVALID KEY
                       SET CitizenFileEOF TO TRUE
               END-START
           ELSE IF BirthRangeGiven
               MOVE WS-FindFromDate TO CTZN-BIRTH-DATE
               START CitizenFile KEY IS NOT LESS THAN CTZN-BIRTH-DATE
                   INVALID KEY
                       SET CitizenFileEOF TO TRUE
               END-START
           END-IF.
           IF NOT CitizenFileEOF
               PERFORM ReadCitizenPara
           END-IF.
           PERFORM ScanCitizenPara UNTIL CitizenFileEOF.
           CLOSE CitizenFile.
       CollectCitizensPara-EXIT.
           EXIT.

       ReadCitizenPara.
           READ CitizenFile NEXT RECORD
               AT END SET CitizenFileEOF TO TRUE
           END-READ.
           IF NOT CitizenFileEOF
               MOVE CTZN-BIRTH-DATE TO WS-BirthDate
               IF WS-FindLocation NOT = 0
                   IF CTZN-LOCATION-CODE NOT = WS-FindLocation
                       SET CitizenFileEOF TO TRUE
                   END-IF
               ELSE IF BirthRangeGiven
                   IF WS-BirthDate > WS-FindToDate
                       SET CitizenFileEOF TO TRUE
                   END-IF
               END-IF
           END-IF.

       ScanCitizenPara.
           IF (WS-BirthDate >= WS-FindFromDate
                   AND WS-BirthDate <= WS-FindToDate)
                   AND (WS-FindState = SPACES OR
                   WS-FindState = CTZN-STATE-CODE)
                   AND (WS-FindCountry = SPACES OR
                   WS-FindCountry = CTZN-COUNTRY-CODE)
                   AND (AnyStatus OR
                   (FindActive AND CitizenActive) OR
                   (NOT FindActive AND WS-FindStatus = CTZN-STATUS))
               PERFORM AddHitPara
           END-IF.
           IF NOT CitizenFileEOF
               PERFORM ReadCitizenPara
           END-IF.

       AddHitPara.
           IF WS-HitCount >= 1000
               DISPLAY "MORE THAN 1000 CITIZENS MATCH - ONLY THE FIRST"
                   " 1000 ARE LISTED"
               SET CitizenFileEOF TO TRUE
           ELSE
               ADD 1 TO WS-HitCount
               MOVE CTZN-ID TO WS-HitId(WS-HitCount)
           END-IF.

       BrowsePara.
           MOVE WS-HitCount TO WS-ListCount.
           MOVE 1 TO WS-PageStart.

       BrowseShowPage.
           PERFORM SetPageEndPara.
           DISPLAY "LINE ID     BORN       STATUS   LOCATN ST CT CITY".
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               GO TO BrowsePara-EXIT
           END-IF.
           PERFORM ShowCitizenLinePara VARYING WS-Line
               FROM WS-PageStart BY 1 UNTIL WS-Line > WS-PageEnd.
           CLOSE CitizenFile.
           DISPLAY "CITIZENS " WS-PageStart " TO " WS-PageEnd
               " OF " WS-HitCount.

       BrowsePrompt.
           DISPLAY "Line number to select, N next page, P previous"
               " page, Q quit:" WITH NO ADVANCING
           ACCEPT WS-PageReply.
           MOVE FUNCTION UPPER-CASE(WS-PageReply) TO WS-PageReply.
           IF WS-PageReply = "Q"
               GO TO BrowsePara-EXIT
           END-IF.
           IF WS-PageReply = "N" OR WS-PageReply = "P"
               PERFORM TurnPagePara
               GO TO BrowseShowPage
           END-IF.
           PERFORM CheckLineReplyPara.
           IF WS-Line = 0
               DISPLAY "INVALID CHOICE"
               GO TO BrowsePrompt
           END-IF.
           PERFORM SelectCitizenPara THRU SelectCitizenPara-EXIT.
           GO TO BrowseShowPage.
       BrowsePara-EXIT.
           EXIT.

       ShowCitizenLinePara.
           MOVE WS-HitId(WS-Line) TO CTZN-ID.
           READ CitizenFile
               INVALID KEY
                   DISPLAY WS-Line " " WS-HitId(WS-Line)
                       " NO LONGER ON FILE"
           END-READ.
           IF CitizenFileStatus = "00"
               IF CitizenDeceased
                   MOVE "DECEASED" TO WS-StatusText
               ELSE IF CitizenMovedAway
                   MOVE "MOVED"    TO WS-StatusText
               ELSE
                   MOVE "ACTIVE"   TO WS-StatusText
               END-IF
               DISPLAY WS-Line " " CTZN-ID " " CTZN-BIRTH-YYYY "-"
                   CTZN-BIRTH-MM "-" CTZN-BIRTH-DD " " WS-StatusText
                   " " CTZN-LOCATION-CODE " " CTZN-STATE-CODE " "
                   CTZN-COUNTRY-CODE " " FUNCTION TRIM(CTZN-CITY-NAME)
           END-IF.

       *> the chosen function runs in CtznMenu exactly as from its own
       *> menu, under this operator's sign-on and authority level
       SelectCitizenPara.
           MOVE WS-HitId(WS-Line) TO WS-SelectId.
           DISPLAY "Citizen " WS-SelectId " - (V)iew, (C)hange,"
               " (D)eactivate, blank = back to list:"
               WITH NO ADVANCING
           ACCEPT WS-ActionChoice.
           MOVE FUNCTION UPPER-CASE(WS-ActionChoice)
               TO WS-ActionChoice.
           IF WS-ActionChoice = "V"
               MOVE "2" TO WS-MenuFunction
           ELSE IF WS-ActionChoice = "C"
               MOVE "3" TO WS-MenuFunction
           ELSE IF WS-ActionChoice = "D"
               IF WS-AuthLevel < 2
                   DISPLAY "DEACTIVATION REQUIRES AUTHORITY LEVEL 2"
                   GO TO SelectCitizenPara-EXIT
               END-IF
               MOVE "4" TO WS-MenuFunction
           ELSE IF WS-ActionChoice = SPACE
               GO TO SelectCitizenPara-EXIT
           ELSE
               DISPLAY "INVALID CHOICE"
               GO TO SelectCitizenPara
           END-IF.
           CALL "CTZNMENUS" USING OperatorId, WS-AuthLevel,
                   WS-MenuFunction, WS-SelectId
           END-CALL.
           DISPLAY "Press ENTER to return to the list:"
               WITH NO ADVANCING
           ACCEPT WS-ActionChoice.
       SelectCitizenPara-EXIT.
           EXIT.

       *> paging shared by the location pick list and the citizen
       *> list: WS-ListCount lines, ten to a page from WS-PageStart
       SetPageEndPara.
           COMPUTE WS-PageEnd = WS-PageStart + 9.
           IF WS-PageEnd > WS-ListCount
               MOVE WS-ListCount TO WS-PageEnd
           END-IF.

       TurnPagePara.
           IF WS-PageReply = "N"
               IF WS-PageEnd >= WS-ListCount
                   DISPLAY "THIS IS THE LAST PAGE"
               ELSE
                   ADD 10 TO WS-PageStart
               END-IF
           ELSE
               IF WS-PageStart = 1
                   DISPLAY "THIS IS THE FIRST PAGE"
               ELSE
                   SUBTRACT 10 FROM WS-PageStart
               END-IF
           END-IF.

       *> WS-Line is left zero unless the reply is a line number shown
       *> on the current page
       CheckLineReplyPara.
           MOVE 0 TO WS-Line.
           IF FUNCTION TEST-NUMVAL(WS-PageReply) = 0
               IF FUNCTION NUMVAL(WS-PageReply) >= WS-PageStart
                       AND FUNCTION NUMVAL(WS-PageReply) <= WS-PageEnd
                   COMPUTE WS-Line = FUNCTION NUMVAL(WS-PageReply)
               END-IF
           END-IF.
