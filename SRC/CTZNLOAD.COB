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
               PERFORM WriteRejectPara
               GO TO AddCitizenFromRowPara-EXIT
           END-IF.
           PERFORM OpenCitizenFileForWrite.
           IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               CLOSE CitizenFile
               MOVE "CTZNMAST OPEN FAILED" TO WS-LoadExcReason
               PERFORM WriteRejectPara
               MOVE 8 TO RETURN-CODE
               GO TO AddCitizenFromRowPara-EXIT
           END-IF.
           PERFORM GetNextCitizenId.
           MOVE WS-NextId         TO CTZN-ID.
           MOVE "A"               TO CTZN-STATUS.
           PERFORM SetChangeStampPara.
           MOVE WS-ChangeStamp    TO CTZN-ADDED-DATE.
           MOVE WS-ChangeStamp    TO CTZN-CHANGED-DATE.
           MOVE "N" TO WS-WriteFailSw.
           WRITE CITIZEN-REGISTRY-RECORD
               INVALID KEY
