       PROGRAM-ID. CtznMilest.
       AUTHOR. Jan Kammerath.
       *> milestone-birthday outreach report: scans CTZNMAST for every
       *> active citizen whose birthday in the N days following the
       *> nightly run's business date (from BusDate; N given on
       *> the command line, 30 when omitted) crosses a milestone age
       *> (18, 65, 100) and lists them grouped and sorted by location
       *> the way CtznRetire does, with the milestone reached and the
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT SortWorkFile ASSIGN TO "CTZNSORT".
           SELECT MilestoneReport ASSIGN TO "CTZNMLST"
           02 WS-Curr-DD   PIC 9(2).
           02 FILLER       PIC X(13).

       01 WS-BusinessDate       PIC 9(8)  VALUE ZEROS.
       01 WS-ParmText           PIC X(8)  VALUE SPACES.
       01 WS-LookaheadDays      PIC 9(3)  VALUE 30.

           ELSE
               MOVE FUNCTION NUMVAL(WS-ParmText) TO WS-LookaheadDays
           END-IF.
           CALL "BusDate" USING WS-BusinessDate
           END-CALL.
           MOVE WS-BusinessDate TO WS-Curr-Detail.
           COMPUTE WS-TodayDate = WS-Curr-YYYY * 10000
               + WS-Curr-MM * 100 + WS-Curr-DD.
           COMPUTE WS-TodayInt =

       SelectMilestonesPara.
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

