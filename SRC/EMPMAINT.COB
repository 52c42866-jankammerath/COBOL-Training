       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpMaint.
       AUTHOR. Jan Kammerath.
       *> maintenance menu for the keyed employee master EMPMAST read
       *> by AGECALC, SVCCALC and EMPPROF, in the same shape as
       *> CodeMaint and RetireMaint: employees can be added (or
       *> rehired), corrected, listed and terminated, and the load
       *> option builds the master once from the old EMPBFILE birth
       *> date and HIREFILE hire date feeds it replaces - termination
       *> needs authority level 2 and the load needs a supervisor
       *> (level 3); a termination dated in the future leaves the
       *> employee active until that date (as of the business date
       *> from BusDate, the date the reports use), after which the
       *> employee can be rehired
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeMaster ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EmployeeMasterStatus.
           SELECT CodeMaster ASSIGN TO "CODEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-KEY
               FILE STATUS IS CodeMasterStatus.
           SELECT BirthFeed ASSIGN TO "EMPBFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BirthFeedStatus.
           SELECT HireFeed ASSIGN TO "HIREFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HireFeedStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeMaster.
           COPY EMPREC.

       FD  CodeMaster.
           COPY CODEREC.

       FD  BirthFeed.
       01 BirthFeedRecord.
           02 EMPB-EMP-ID       PIC X(6).
           02 EMPB-BIRTH-DATE   PIC 9(8).

       FD  HireFeed.
       01 HireFeedRecord.
           02 HIRE-EMP-ID       PIC X(6).
           02 HIRE-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EmployeeMasterStatus PIC XX     VALUE SPACES.
       01 CodeMasterStatus     PIC XX     VALUE SPACES.
       01 BirthFeedStatus      PIC XX     VALUE SPACES.
       01 HireFeedStatus       PIC XX     VALUE SPACES.

       01 WS-MenuChoice        PIC X(1)   VALUE SPACES.
          88 AddEmployee       VALUE "1".
          88 ChangeEmployee    VALUE "2".
          88 ListEmployees     VALUE "3".
          88 TerminateEmployee VALUE "4".
          88 LoadEmployees     VALUE "5".
          88 ExitMenu          VALUE "6".

       01 OperatorId           PIC X(8)   VALUE SPACES.
       01 WS-AuthLevel         PIC 9(1)   VALUE 0.
       01 WS-SignOnSw          PIC X(1)   VALUE "N".
          88 SignOnValid       VALUE "Y".

       01 WS-NewEmpId          PIC X(6)   VALUE SPACES.
       01 WS-NewBirthDate      PIC 9(8)   VALUE ZEROS.
       01 WS-NewHireDate       PIC 9(8)   VALUE ZEROS.
       01 WS-NewTermDate       PIC 9(8)   VALUE ZEROS.
       01 WS-NewCountry        PIC XX     VALUE SPACES.
       01 WS-ListFilterStatus  PIC X(1)   VALUE SPACES.
       01 WS-DateText          PIC X(8)   VALUE SPACES.
       01 WS-CheckDate         PIC 9(8)   VALUE ZEROS.
       01 WS-BusinessDate      PIC 9(8)   VALUE ZEROS.

       01 WS-LoadCounts.
           02 WS-BirthLoadCount PIC 9(6)  VALUE 0.
           02 WS-HireLoadCount  PIC 9(6)  VALUE 0.
           02 WS-AlreadyCount   PIC 9(6)  VALUE 0.
           02 WS-NoBirthCount   PIC 9(6)  VALUE 0.

       01 WS-SWITCHES.
          02 WS-CountryCodeSw   PIC X(1)  VALUE "N".
             88 CountryCodeValid VALUE "Y".
          02 WS-DateSw          PIC X(1)  VALUE "N".
             88 DateTextValid   VALUE "Y".
          02 WS-BirthEOF-SW     PIC X(1)  VALUE "N".
             88 BirthFeedEOF    VALUE "Y".
          02 WS-HireEOF-SW      PIC X(1)  VALUE "N".
             88 HireFeedEOF     VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM SignOnPara.

       MenuPara.
           DISPLAY "-----------------------------------------------"
           DISPLAY " EMPLOYEE MASTER MAINTENANCE MENU"
           DISPLAY " 1. ADD OR REHIRE AN EMPLOYEE"
           DISPLAY " 2. CHANGE AN EMPLOYEE"
           DISPLAY " 3. LIST EMPLOYEES"
           DISPLAY " 4. TERMINATE AN EMPLOYEE"
           DISPLAY " 5. LOAD FROM EMPBFILE AND HIREFILE"
           DISPLAY " 6. EXIT"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Enter your choice:" WITH NO ADVANCING
           ACCEPT WS-MenuChoice.
           IF AddEmployee
               PERFORM AddEmployeePara THRU AddEmployeePara-EXIT
           ELSE IF ChangeEmployee
               PERFORM ChangeEmployeePara THRU ChangeEmployeePara-EXIT
           ELSE IF ListEmployees
               PERFORM ListEmployeesPara THRU ListEmployeesPara-EXIT
           ELSE IF TerminateEmployee
               PERFORM TerminateEmployeePara
                   THRU TerminateEmployeePara-EXIT
           ELSE IF LoadEmployees
               PERFORM LoadEmployeesPara THRU LoadEmployeesPara-EXIT
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

       AddEmployeePara.
           DISPLAY "Employee ID (6 characters):" WITH NO ADVANCING
           ACCEPT WS-NewEmpId.
           IF WS-NewEmpId = SPACES
               DISPLAY "EMPLOYEE ID IS REQUIRED"
               GO TO AddEmployeePara-EXIT
           END-IF.

       AddBirthDate.
           DISPLAY "Birth date (YYYYMMDD):" WITH NO ADVANCING
           ACCEPT WS-DateText
           PERFORM CheckDateTextPara
           IF NOT DateTextValid
               DISPLAY "BIRTH DATE IS INVALID"
               DISPLAY "RE-ENTER THE BIRTH DATE"
               GO TO AddBirthDate
           END-IF.
           MOVE WS-CheckDate TO WS-NewBirthDate.

       AddHireDate.
           DISPLAY "Hire date (YYYYMMDD):" WITH NO ADVANCING
           ACCEPT WS-DateText
           PERFORM CheckDateTextPara
           IF NOT DateTextValid OR WS-CheckDate <= WS-NewBirthDate
               DISPLAY "HIRE DATE IS INVALID"
               DISPLAY "RE-ENTER THE HIRE DATE"
               GO TO AddHireDate
           END-IF.
           MOVE WS-CheckDate TO WS-NewHireDate.

       AddCountry.
           DISPLAY "Two-letter country code:" WITH NO ADVANCING
           ACCEPT WS-NewCountry
           PERFORM ValidateCountryCode
           IF NOT CountryCodeValid
               DISPLAY "COUNTRY CODE IS INVALID"
               DISPLAY "RE-ENTER THE COUNTRY CODE"
               GO TO AddCountry
           END-IF.

           CALL "BusDate" USING WS-BusinessDate
           END-CALL.
           PERFORM OpenEmployeeMasterForWrite.
           MOVE WS-NewEmpId TO EMP-ID.
           READ EmployeeMaster
               INVALID KEY
                   CONTINUE
           END-READ.
       *> an employee whose scheduled termination date has passed is
       *> a leaver, the same as the reports treat them, and is rehired
           IF EmployeeMasterStatus = "00" AND EmployeeActive
                   AND (EMP-TERM-DATE = ZEROS
                       OR EMP-TERM-DATE > WS-BusinessDate)
               DISPLAY "EMPLOYEE ALREADY EXISTS"
           ELSE IF EmployeeMasterStatus = "00"
               PERFORM MoveNewEmployeePara
               REWRITE EMPLOYEE-MASTER-RECORD
               DISPLAY "EMPLOYEE REHIRED"
           ELSE
               PERFORM MoveNewEmployeePara
               WRITE EMPLOYEE-MASTER-RECORD
               DISPLAY "EMPLOYEE ADDED"
           END-IF.
           CLOSE EmployeeMaster.
       AddEmployeePara-EXIT.
           EXIT.

       MoveNewEmployeePara.
           MOVE WS-NewBirthDate TO EMP-BIRTH-DATE.
           MOVE WS-NewHireDate  TO EMP-HIRE-DATE.
           MOVE ZEROS           TO EMP-TERM-DATE.
           MOVE WS-NewCountry   TO EMP-COUNTRY-CODE.
           MOVE "A"             TO EMP-STATUS.

       ChangeEmployeePara.
           DISPLAY "Employee ID to change:" WITH NO ADVANCING
           ACCEPT WS-NewEmpId.
           PERFORM OpenEmployeeMasterForWrite.
           MOVE WS-NewEmpId TO EMP-ID.
           READ EmployeeMaster
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT FOUND"
                   CLOSE EmployeeMaster
                   GO TO ChangeEmployeePara-EXIT
           END-READ.
           PERFORM DisplayEmployeePara.
           MOVE EMP-BIRTH-DATE TO WS-NewBirthDate.
           MOVE EMP-HIRE-DATE  TO WS-NewHireDate.

       ChangeBirthDate.
           DISPLAY "Birth date (YYYYMMDD, blank = keep):"
               WITH NO ADVANCING
           ACCEPT WS-DateText
           IF WS-DateText NOT = SPACES
               PERFORM CheckDateTextPara
               IF NOT DateTextValid
                   DISPLAY "BIRTH DATE IS INVALID"
                   DISPLAY "RE-ENTER THE BIRTH DATE"
                   GO TO ChangeBirthDate
               END-IF
               MOVE WS-CheckDate TO WS-NewBirthDate
           END-IF.

       ChangeHireDate.
           DISPLAY "Hire date (YYYYMMDD, blank = keep):"
               WITH NO ADVANCING
           ACCEPT WS-DateText
           IF WS-DateText NOT = SPACES
               PERFORM CheckDateTextPara
               IF NOT DateTextValid
                   DISPLAY "HIRE DATE IS INVALID"
                   DISPLAY "RE-ENTER THE HIRE DATE"
                   GO TO ChangeHireDate
               END-IF
               MOVE WS-CheckDate TO WS-NewHireDate
           END-IF.
           IF WS-NewHireDate NOT = 0
                   AND WS-NewHireDate <= WS-NewBirthDate
               DISPLAY "HIRE DATE MUST FOLLOW THE BIRTH DATE"
               GO TO ChangeHireDate
           END-IF.

       ChangeCountry.
           DISPLAY "Two-letter country code (blank = keep):"
               WITH NO ADVANCING
           ACCEPT WS-NewCountry
           IF WS-NewCountry = SPACES
               MOVE EMP-COUNTRY-CODE TO WS-NewCountry
           ELSE
               PERFORM ValidateCountryCode
               IF NOT CountryCodeValid
                   DISPLAY "COUNTRY CODE IS INVALID"
                   DISPLAY "RE-ENTER THE COUNTRY CODE"
                   GO TO ChangeCountry
               END-IF
           END-IF.

           MOVE WS-NewBirthDate TO EMP-BIRTH-DATE.
           MOVE WS-NewHireDate  TO EMP-HIRE-DATE.
           MOVE WS-NewCountry   TO EMP-COUNTRY-CODE.
           REWRITE EMPLOYEE-MASTER-RECORD.
           CLOSE EmployeeMaster.
           DISPLAY "EMPLOYEE CHANGED".
       ChangeEmployeePara-EXIT.
           EXIT.

       ListEmployeesPara.
           DISPLAY "Filter by status, (A)ctive, (T)erminated,"
               " blank=all:" WITH NO ADVANCING
           ACCEPT WS-ListFilterStatus.
           OPEN INPUT EmployeeMaster.
           IF EmployeeMasterStatus = "35"
               DISPLAY "NO EMPLOYEES ON FILE"
           ELSE
               PERFORM ReadEmployeePara
               PERFORM ScanEmployeePara
                   UNTIL EmployeeMasterStatus NOT = "00"
           END-IF.
           CLOSE EmployeeMaster.
       ListEmployeesPara-EXIT.
           EXIT.

       ReadEmployeePara.
           READ EmployeeMaster NEXT RECORD.

       ScanEmployeePara.
           IF WS-ListFilterStatus = SPACES OR
                   WS-ListFilterStatus = EMP-STATUS
               PERFORM DisplayEmployeePara
           END-IF.
           PERFORM ReadEmployeePara.

       DisplayEmployeePara.
           DISPLAY EMP-ID " BORN " EMP-BIRTH-DATE
               " HIRED " EMP-HIRE-DATE " TERM " EMP-TERM-DATE
               " " EMP-COUNTRY-CODE " " EMP-STATUS.

       TerminateEmployeePara.
           IF WS-AuthLevel < 2
               DISPLAY "TERMINATION REQUIRES AUTHORITY LEVEL 2"
               GO TO TerminateEmployeePara-EXIT
           END-IF.
           DISPLAY "Employee ID to terminate:" WITH NO ADVANCING
           ACCEPT WS-NewEmpId.
           PERFORM OpenEmployeeMasterForWrite.
           MOVE WS-NewEmpId TO EMP-ID.
           READ EmployeeMaster
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT FOUND"
                   CLOSE EmployeeMaster
                   GO TO TerminateEmployeePara-EXIT
           END-READ.
           IF EmployeeTerminated
               DISPLAY "EMPLOYEE IS ALREADY TERMINATED"
               CLOSE EmployeeMaster
               GO TO TerminateEmployeePara-EXIT
           END-IF.

       TerminateDate.
           DISPLAY "Termination date (YYYYMMDD):" WITH NO ADVANCING
           ACCEPT WS-DateText
           PERFORM CheckDateTextPara
           IF NOT DateTextValid
                   OR (EMP-HIRE-DATE NOT = ZEROS
                       AND WS-DateText < EMP-HIRE-DATE)
               DISPLAY "TERMINATION DATE IS INVALID"
               DISPLAY "RE-ENTER THE TERMINATION DATE"
               GO TO TerminateDate
           END-IF.
           MOVE WS-CheckDate TO WS-NewTermDate.

           MOVE WS-NewTermDate TO EMP-TERM-DATE.
           CALL "BusDate" USING WS-BusinessDate
           END-CALL.
           IF WS-NewTermDate > WS-BusinessDate
               DISPLAY "TERMINATION SCHEDULED FOR " WS-NewTermDate
           ELSE
               MOVE "T" TO EMP-STATUS
               DISPLAY "EMPLOYEE TERMINATED"
           END-IF.
           REWRITE EMPLOYEE-MASTER-RECORD.
           CLOSE EmployeeMaster.
       TerminateEmployeePara-EXIT.
           EXIT.

       *> one-time build of the master from the old flat feeds: every
       *> EMPBFILE birth record becomes an active employee, then each
       *> HIREFILE record fills in the hire date; hire records with no
       *> birth record are listed for adding by hand
       LoadEmployeesPara.
           IF WS-AuthLevel < 3
               DISPLAY "LOAD REQUIRES SUPERVISOR AUTHORITY (LEVEL 3)"
               GO TO LoadEmployeesPara-EXIT
           END-IF.
           MOVE 0 TO WS-BirthLoadCount WS-HireLoadCount
               WS-AlreadyCount WS-NoBirthCount.
           MOVE "N" TO WS-BirthEOF-SW.
           MOVE "N" TO WS-HireEOF-SW.
           OPEN INPUT BirthFeed.
           IF BirthFeedStatus = "35"
               DISPLAY "NO EMPBFILE FOUND"
               CLOSE BirthFeed
               GO TO LoadEmployeesPara-EXIT
           END-IF.
           PERFORM OpenEmployeeMasterForWrite.
           PERFORM ReadBirthFeedPara.
           PERFORM LoadBirthRecordPara UNTIL BirthFeedEOF.
           CLOSE BirthFeed.
           OPEN INPUT HireFeed.
           IF HireFeedStatus = "35"
               DISPLAY "NO HIREFILE FOUND"
           ELSE
               PERFORM ReadHireFeedPara
               PERFORM LoadHireRecordPara UNTIL HireFeedEOF
           END-IF.
           CLOSE HireFeed.
           CLOSE EmployeeMaster.
           DISPLAY "EMPLOYEES LOADED FROM EMPBFILE: " WS-BirthLoadCount.
           DISPLAY "HIRE DATES LOADED FROM HIREFILE: " WS-HireLoadCount.
           DISPLAY "ALREADY ON THE MASTER (SKIPPED): " WS-AlreadyCount.
           DISPLAY "HIRE RECORDS WITH NO BIRTH DATE: " WS-NoBirthCount.
       LoadEmployeesPara-EXIT.
           EXIT.

       ReadBirthFeedPara.
           READ BirthFeed
               AT END SET BirthFeedEOF TO TRUE
           END-READ.

       LoadBirthRecordPara.
           MOVE EMPB-EMP-ID     TO EMP-ID.
           MOVE EMPB-BIRTH-DATE TO EMP-BIRTH-DATE.
           MOVE ZEROS           TO EMP-HIRE-DATE.
           MOVE ZEROS           TO EMP-TERM-DATE.
           MOVE SPACES          TO EMP-COUNTRY-CODE.
           MOVE "A"             TO EMP-STATUS.
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-AlreadyCount
               NOT INVALID KEY
                   ADD 1 TO WS-BirthLoadCount
           END-WRITE.
           PERFORM ReadBirthFeedPara.

       ReadHireFeedPara.
           READ HireFeed
               AT END SET HireFeedEOF TO TRUE
           END-READ.

       LoadHireRecordPara.
           MOVE HIRE-EMP-ID TO EMP-ID.
           READ EmployeeMaster
               INVALID KEY
                   CONTINUE
           END-READ.
           IF EmployeeMasterStatus NOT = "00"
               ADD 1 TO WS-NoBirthCount
               DISPLAY "NO BIRTH RECORD FOR EMP-ID " HIRE-EMP-ID
                   " - ADD IT THROUGH OPTION 1"
           ELSE IF EMP-HIRE-DATE NOT = ZEROS
               ADD 1 TO WS-AlreadyCount
           ELSE
               MOVE HIRE-DATE TO EMP-HIRE-DATE
               REWRITE EMPLOYEE-MASTER-RECORD
               ADD 1 TO WS-HireLoadCount
           END-IF.
           PERFORM ReadHireFeedPara.

       CheckDateTextPara.
           MOVE "N" TO WS-DateSw.
           IF WS-DateText IS NUMERIC
               MOVE WS-DateText TO WS-CheckDate
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CheckDate) = 0
                   SET DateTextValid TO TRUE
               END-IF
           END-IF.

       ValidateCountryCode.
           MOVE "N"           TO WS-CountryCodeSw
           MOVE "C"           TO CODE-TYPE
           MOVE WS-NewCountry TO CODE-VALUE
           OPEN INPUT CodeMaster
           IF CodeMasterStatus = "35"
               DISPLAY
                   "CODE FILE NOT FOUND - RUN CODEMAINT INITIALIZE"
           ELSE
               READ CodeMaster
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CodeMasterStatus = "00" AND CodeActive
                   SET CountryCodeValid TO TRUE
               END-IF
           END-IF
           CLOSE CodeMaster.

       OpenEmployeeMasterForWrite.
           OPEN I-O EmployeeMaster
           IF EmployeeMasterStatus = "35"
               OPEN OUTPUT EmployeeMaster
               CLOSE EmployeeMaster
               OPEN I-O EmployeeMaster
           END-IF.
