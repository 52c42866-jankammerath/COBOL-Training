               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT ReconReport ASSIGN TO "CTZNRECN"
               ORGANIZATION IS LINE SEQUENTIAL
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "NO CITIZENS ON FILE"
           ELSE IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ReconReport
               PERFORM ReadCitizenPara
