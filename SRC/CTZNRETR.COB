       PROGRAM-ID. CtznRetire.
       AUTHOR. Jan Kammerath.
       *> retirement roster mailing list: runs every citizen's
       *> birthdate through AGEMATH the way ComputeAndDisplayAge does
       *> (as of the nightly run's business date, from BusDate),
       *> and lists everyone flagged UpcomingRetirement grouped and
       *> sorted by location for the pension office's outreach mailing
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT SortWorkFile ASSIGN TO "CTZNSORT".
           SELECT RetireRoster ASSIGN TO "CTZNRETR"
           02 WS-Curr-DD   PIC 9(2).
           02 FILLER       PIC X(13).

       01 WS-BusinessDate       PIC 9(8)  VALUE ZEROS.

       01 WS-Age-BMM  PIC 99.
       01 WS-Age-BDD  PIC 99.
       01 WS-Age-BYY  PIC 9999.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-BusinessDate
           END-CALL.
           MOVE WS-BusinessDate TO WS-Curr-Detail.
           SORT SortWorkFile ON ASCENDING KEY SORT-COUNTRY
                   SORT-STATE SORT-CITY
               INPUT PROCEDURE IS SelectRetireesPara

       SelectRetireesPara.
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

           PERFORM ReadCitizenPara.

       ComputeAgePara.
           MOVE CTZN-BIRTH-MM   TO WS-Age-BMM.
           MOVE CTZN-BIRTH-DD   TO WS-Age-BDD.
           MOVE CTZN-BIRTH-YYYY TO WS-Age-BYY.
