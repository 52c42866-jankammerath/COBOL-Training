               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT CitizenFeed ASSIGN TO "CTZNFEED"
               ORGANIZATION IS LINE SEQUENTIAL
           02 WS-Curr-DD   PIC 9(2).
           02 FILLER       PIC X(13).
       01 WS-TodayStamp         PIC 9(8)   VALUE ZEROS.
       01 WS-BusinessDate       PIC 9(8)   VALUE ZEROS.

       01 WS-SWITCHES.
          02 WS-EOF-SW          PIC X(1)   VALUE "N".
           PERFORM RunExtractPara THRU RunExtractPara-EXIT.
           GOBACK.

       *> the extract date remembered in CTZNXCTL is the business
       *> date of the run, so a night resumed after midnight does not
       *> skip the changes stamped on the day it belongs to
       RunExtractPara.
           CALL "BusDate" USING WS-BusinessDate
           END-CALL.
           MOVE WS-BusinessDate TO WS-Curr-Detail.
           COMPUTE WS-TodayStamp = WS-Curr-YYYY * 10000
               + WS-Curr-MM * 100 + WS-Curr-DD.
           IF DeltaMode
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "NO CITIZENS ON FILE"
           ELSE IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CitizenFeed
               PERFORM ReadCitizenPara
