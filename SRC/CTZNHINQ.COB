       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznHist.
       AUTHOR. Jan Kammerath.
       *> inquiry on the citizen history file CTZNHIST by CTZN-ID, for
       *> the ombudsman's questions about people CtznPurge has moved
       *> off the registry: shows the citizen exactly as they stood on
       *> CTZNMAST when archived, the archive date and, when the ID is
       *> not archived, whether the citizen is still on the registry
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CitizenHistory ASSIGN TO "CTZNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CTZN-ID
               FILE STATUS IS CitizenHistoryStatus.
           SELECT CitizenFile ASSIGN TO "CTZNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CitizenHistory.
           COPY CHISTREC.

       FD  CitizenFile.
           COPY CTZNREC.

       WORKING-STORAGE SECTION.
       01 CitizenHistoryStatus  PIC XX     VALUE SPACES.
       01 CitizenFileStatus     PIC XX     VALUE SPACES.
       01 OperatorId            PIC X(8)   VALUE SPACES.
       01 WS-AuthLevel          PIC 9(1)   VALUE 0.
       01 WS-SignOnSw           PIC X(1)   VALUE "N".
          88 SignOnValid        VALUE "Y".
       01 WS-LookupId           PIC 9(6)   VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM SignOnPara.

       LookupPara.
           DISPLAY "Enter archived citizen ID (0 = exit):"
               WITH NO ADVANCING
           ACCEPT WS-LookupId.
           IF WS-LookupId = 0
               STOP RUN
           END-IF.
           PERFORM ShowHistoryPara THRU ShowHistoryPara-EXIT.
           GO TO LookupPara.

       SignOnPara.
           DISPLAY "Enter your operator ID:" WITH NO ADVANCING
           ACCEPT OperatorId
           CALL "OperSign" USING OperatorId, WS-AuthLevel, WS-SignOnSw
           END-CALL
           IF NOT SignOnValid
               DISPLAY "SIGN-ON REJECTED"
               STOP RUN
           END-IF.

       ShowHistoryPara.
           OPEN INPUT CitizenHistory.
           IF CitizenHistoryStatus = "35"
               DISPLAY "NO CITIZENS HAVE BEEN ARCHIVED"
               CLOSE CitizenHistory
               PERFORM CheckRegistryPara
               GO TO ShowHistoryPara-EXIT
           END-IF.
           MOVE WS-LookupId TO HIST-CTZN-ID.
           READ CitizenHistory
               INVALID KEY
                   DISPLAY "CITIZEN ID NOT ON THE HISTORY FILE"
                   CLOSE CitizenHistory
                   PERFORM CheckRegistryPara
                   GO TO ShowHistoryPara-EXIT
           END-READ.
           CLOSE CitizenHistory.
           MOVE HIST-CITIZEN-IMAGE TO CITIZEN-REGISTRY-RECORD.
           DISPLAY "CITIZEN ID:  " CTZN-ID.
           DISPLAY "ARCHIVED ON: " HIST-ARCHIVED-DATE.
           DISPLAY "CITY: " FUNCTION TRIM(CTZN-CITY-NAME)
               ", " CTZN-STATE-CODE ", " CTZN-COUNTRY-CODE
               " (LOCATION CODE " CTZN-LOCATION-CODE ")".
           DISPLAY "BORN: " CTZN-BIRTH-YYYY "-" CTZN-BIRTH-MM "-"
               CTZN-BIRTH-DD.
           IF CitizenDeceased
               DISPLAY "STATUS: DECEASED"
           ELSE IF CitizenMovedAway
               DISPLAY "STATUS: MOVED AWAY"
           ELSE
               DISPLAY "STATUS: " CTZN-STATUS
           END-IF.
           DISPLAY "REGISTERED:  " CTZN-ADDED-DATE
               "  LAST CHANGED: " CTZN-CHANGED-DATE.
       ShowHistoryPara-EXIT.
           EXIT.

       CheckRegistryPara.
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "00"
               MOVE WS-LookupId TO CTZN-ID
               READ CitizenFile
                   INVALID KEY
                       DISPLAY "CITIZEN ID IS NOT ON THE REGISTRY"
                   NOT INVALID KEY
                       DISPLAY "CITIZEN IS STILL ON THE REGISTRY - USE"
                           " CTZNMENU"
               END-READ
           ELSE IF CitizenFileStatus NOT = "35"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
           END-IF.
           CLOSE CitizenFile.
