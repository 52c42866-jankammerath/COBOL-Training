       AUTHOR. Jan Kammerath.
       *> maintenance menu for the citizen registry, linking a
       *> person's location (as entered through EnterCity) with
       *> their birthdate (as used by AGECALC) under one record;
       *> CtznFind enters at CTZNMENUS to view, change or deactivate
       *> a citizen picked from its search list
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT CitizenControl ASSIGN TO "CTZNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
          02 WS-RetireSw        PIC X(1)   VALUE "N".
             88 UpcomingRetirement VALUE "Y".

       LINKAGE SECTION.
       01 InOperatorId          PIC X(8).
       01 InAuthLevel           PIC 9(1).
       01 InFunction            PIC X(1).
       01 InCitizenId           PIC 9(6).

       PROCEDURE DIVISION.
       Begin.
           PERFORM SignOnPara.
           END-IF.
           GO TO MenuPara.

       *> called entry point for CtznFind: the caller has already
       *> signed the operator on and picked the citizen, so the
       *> chosen function (2 view, 3 change, 4 deactivate, as on the
       *> menu) starts after its citizen ID prompt and returns to the
       *> caller instead of the menu
       SelectEntryPara.
           ENTRY "CTZNMENUS" USING InOperatorId, InAuthLevel,
                   InFunction, InCitizenId.
           MOVE InOperatorId TO OperatorId.
           MOVE InAuthLevel  TO WS-AuthLevel.
           MOVE InFunction   TO WS-MenuChoice.
           MOVE InCitizenId  TO WS-LookupId.
           IF ViewCitizen
               PERFORM ViewCitizenById THRU ViewCitizenPara-EXIT
           ELSE IF ChangeCitizen
               PERFORM ChangeCitizenById THRU ChangeCitizenPara-EXIT
           ELSE IF DeactCitizen
               IF WS-AuthLevel < 2
                   DISPLAY "DEACTIVATION REQUIRES AUTHORITY LEVEL 2"
               ELSE
                   PERFORM DeactCitizenById THRU DeactCitizenPara-EXIT
               END-IF
           ELSE
               DISPLAY "INVALID CHOICE"
           END-IF.
           GOBACK.

       AddCitizenPara.
           DISPLAY "Enter city name:" WITH NO ADVANCING
           ACCEPT CTZN-CITY-NAME.
               GO TO AddCitizenPara-EXIT
           END-IF.

           PERFORM OpenCitizenFileForWrite.
           IF CitizenFileStatus NOT = "00"
               DISPLAY "CITIZEN NOT SAVED - CTZNMAST OPEN FAILED,"
                   " FILE STATUS " CitizenFileStatus
               GO TO AddCitizenPara-EXIT
           END-IF.
           PERFORM GetNextCitizenId.
           MOVE WS-NextId TO CTZN-ID.
           MOVE "A"       TO CTZN-STATUS.
           MOVE WS-ChangeStamp TO CTZN-ADDED-DATE.
           MOVE WS-ChangeStamp TO CTZN-CHANGED-DATE.

           WRITE CITIZEN-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "CITIZEN NOT SAVED - DUPLICATE ID " CTZN-ID
       ViewCitizenPara.
           DISPLAY "Enter citizen ID to view:" WITH NO ADVANCING
           ACCEPT WS-LookupId.

       ViewCitizenById.
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "NO CITIZENS ON FILE"
               CLOSE CitizenFile
           ELSE IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
           ELSE
               MOVE WS-LookupId TO CTZN-ID
               READ CitizenFile
       ChangeCitizenPara.
           DISPLAY "Enter citizen ID to change:" WITH NO ADVANCING
           ACCEPT WS-LookupId.

       ChangeCitizenById.
           OPEN I-O CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "NO CITIZENS ON FILE"
               CLOSE CitizenFile
               GO TO ChangeCitizenPara-EXIT
           END-IF.
           IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               GO TO ChangeCitizenPara-EXIT
           END-IF.
           MOVE WS-LookupId TO CTZN-ID.
           READ CitizenFile
               INVALID KEY
           END-IF.
           DISPLAY "Enter citizen ID to deactivate:" WITH NO ADVANCING
           ACCEPT WS-LookupId.

       DeactCitizenById.
           OPEN I-O CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "NO CITIZENS ON FILE"
               CLOSE CitizenFile
               GO TO DeactCitizenPara-EXIT
           END-IF.
           IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               GO TO DeactCitizenPara-EXIT
           END-IF.
           MOVE WS-LookupId TO CTZN-ID.
           READ CitizenFile
               INVALID KEY
