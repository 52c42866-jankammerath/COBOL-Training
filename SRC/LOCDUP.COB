               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.

       DATA DIVISION.
           OPEN I-O CitizenFile.
           IF CitizenFileStatus = "35"
               CLOSE CitizenFile
           ELSE IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               DISPLAY "CITIZENS ON RETIRED CODE " WS-RetireCode
                   " NOT RE-POINTED TO " WS-KeepCode
               CLOSE CitizenFile
           ELSE
               PERFORM ReadCitizenPara
               PERFORM RepointOneCitizenPara UNTIL CitizenFileEOF
