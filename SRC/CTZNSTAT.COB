       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznStatus.
       AUTHOR. Jan Kammerath.
       *> apply the civil registry's weekly death and emigration
       *> notices to the citizen registry in batch, the way CtznLoad
       *> bulk-loads new citizens: each notice names a CTZN-ID, the
       *> birthdate the registry holds and the new status (D)eceased
       *> or (M)oved away; when the birthdate agrees with CTZNMAST and
       *> the citizen is still active, the status is set, the change
       *> stamp updated and a "DEAC" CTZNADT entry written exactly as
       *> DeactCitizenPara in CtznMenu does - unknown IDs, birthdate
       *> mismatches and citizens already inactive go to the CTZNSTEXC
       *> exception report for follow-up instead of being applied
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatusFeed ASSIGN TO "CTZNSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatusFeedStatus.
           SELECT StatusExceptionFile ASSIGN TO "CTZNSTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatusExceptionStatus.
           SELECT CitizenFile ASSIGN TO "CTZNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT CitizenAudit ASSIGN TO "CTZNADT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CitizenAuditStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  StatusFeed.
       01 StatusFeedRecord.
           02 STAT-CTZN-ID       PIC 9(6).
           02 STAT-BIRTH-DATE.
              03 STAT-BIRTH-YYYY PIC 9999.
              03 STAT-BIRTH-MM   PIC 99.
              03 STAT-BIRTH-DD   PIC 99.
           02 STAT-NEW-STATUS    PIC X(1).
              88 NoticeDeceased  VALUE "D".
              88 NoticeMovedAway VALUE "M".
           02 STAT-EVENT-DATE    PIC 9(8).

       FD  StatusExceptionFile.
       01 StatusExceptionRecord.
           02 EXC-CTZN-ID        PIC X(6).
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 EXC-BIRTH-DATE     PIC X(8).
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 EXC-NEW-STATUS     PIC X(1).
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 EXC-EVENT-DATE     PIC X(8).
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 EXC-REASON         PIC X(30).

       FD  CitizenFile.
           COPY CTZNREC.

       FD  CitizenAudit.
           COPY CAUDREC.

       WORKING-STORAGE SECTION.
       01 StatusFeedStatus       PIC XX     VALUE SPACES.
       01 StatusExceptionStatus  PIC XX     VALUE SPACES.
       01 CitizenFileStatus      PIC XX     VALUE SPACES.
       01 CitizenAuditStatus     PIC XX     VALUE SPACES.
       01 OperatorId             PIC X(8)  VALUE SPACES.
       01 WS-AuditBirth          PIC 9(8)  VALUE ZEROS.
       01 WS-ChangeStamp         PIC 9(8)  VALUE ZEROS.

       01 WS-CurrentDate.
           02 WS-Curr-Detail PIC X(21).
       01 WS-CurrentDate-R REDEFINES WS-CurrentDate.
           02 WS-Curr-YYYY PIC 9(4).
           02 WS-Curr-MM   PIC 9(2).
           02 WS-Curr-DD   PIC 9(2).
           02 FILLER       PIC X(13).
       01 WS-AuthLevel           PIC 9(1)  VALUE 0.
       01 WS-SignOnSw            PIC X(1)  VALUE "N".
          88 SignOnValid         VALUE "Y".

       01 WS-StatusExcReason     PIC X(30)  VALUE SPACES.

       01 WS-StatusCounts.
           02 WS-ReadCount       PIC 9(6)  VALUE 0.
           02 WS-DeceasedCount   PIC 9(6)  VALUE 0.
           02 WS-MovedCount      PIC 9(6)  VALUE 0.
           02 WS-RejectedCount   PIC 9(6)  VALUE 0.

       01 WS-SWITCHES.
          02 WS-EOF-SW          PIC X(1)   VALUE "N".
             88 StatusFeedEOF   VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM SignOnPara.
           IF WS-AuthLevel < 2
               DISPLAY "STATUS CHANGES REQUIRE AUTHORITY LEVEL 2"
               STOP RUN
           END-IF.
           OPEN INPUT StatusFeed.
           IF StatusFeedStatus = "35"
               DISPLAY "NO STATUS-CHANGE FEED FILE FOUND"
               CLOSE StatusFeed
               STOP RUN
           END-IF.
           OPEN I-O CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "NO CITIZENS ON FILE"
               CLOSE CitizenFile
               CLOSE StatusFeed
               STOP RUN
           END-IF.
           IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               CLOSE CitizenFile
               CLOSE StatusFeed
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT StatusExceptionFile.
           PERFORM ReadStatusFeedPara.
           PERFORM ProcessNoticePara UNTIL StatusFeedEOF.
           CLOSE StatusExceptionFile.
           CLOSE CitizenFile.
           CLOSE StatusFeed.
           DISPLAY "NOTICES READ:          " WS-ReadCount.
           DISPLAY "MARKED DECEASED:       " WS-DeceasedCount.
           DISPLAY "MARKED MOVED AWAY:     " WS-MovedCount.
           DISPLAY "NOTICES REJECTED:      " WS-RejectedCount.
           STOP RUN.

       SignOnPara.
           DISPLAY "Enter your operator ID:" WITH NO ADVANCING
           ACCEPT OperatorId
           CALL "OperSign" USING OperatorId, WS-AuthLevel, WS-SignOnSw
           END-CALL
           IF NOT SignOnValid
               DISPLAY "SIGN-ON REJECTED"
               STOP RUN
           END-IF.

       ReadStatusFeedPara.
           READ StatusFeed
               AT END SET StatusFeedEOF TO TRUE
           END-READ.

       ProcessNoticePara.
           ADD 1 TO WS-ReadCount.
           PERFORM ApplyNoticePara THRU ApplyNoticePara-EXIT.
           PERFORM ReadStatusFeedPara.

       ApplyNoticePara.
           IF STAT-CTZN-ID IS NOT NUMERIC
               MOVE "INVALID CITIZEN ID" TO WS-StatusExcReason
               PERFORM WriteRejectPara
               GO TO ApplyNoticePara-EXIT
           END-IF.
           IF NOT NoticeDeceased AND NOT NoticeMovedAway
               MOVE "INVALID STATUS CODE" TO WS-StatusExcReason
               PERFORM WriteRejectPara
               GO TO ApplyNoticePara-EXIT
           END-IF.
           MOVE STAT-CTZN-ID TO CTZN-ID.
           READ CitizenFile
               INVALID KEY
                   MOVE "CITIZEN ID NOT ON FILE" TO WS-StatusExcReason
                   PERFORM WriteRejectPara
                   GO TO ApplyNoticePara-EXIT
           END-READ.
           IF STAT-BIRTH-YYYY NOT = CTZN-BIRTH-YYYY
                   OR STAT-BIRTH-MM NOT = CTZN-BIRTH-MM
                   OR STAT-BIRTH-DD NOT = CTZN-BIRTH-DD
               MOVE "BIRTHDATE DOES NOT MATCH" TO WS-StatusExcReason
               PERFORM WriteRejectPara
               GO TO ApplyNoticePara-EXIT
           END-IF.
           IF NOT CitizenActive
               MOVE "CITIZEN ALREADY INACTIVE" TO WS-StatusExcReason
               PERFORM WriteRejectPara
               GO TO ApplyNoticePara-EXIT
           END-IF.
           PERFORM SnapshotBeforeImagePara.
           MOVE STAT-NEW-STATUS TO CTZN-STATUS.
           PERFORM SetChangeStampPara.
           MOVE WS-ChangeStamp TO CTZN-CHANGED-DATE.
           REWRITE CITIZEN-REGISTRY-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-StatusExcReason
                   PERFORM WriteRejectPara
                   GO TO ApplyNoticePara-EXIT
           END-REWRITE.
           MOVE "DEAC" TO CAUD-ACTION.
           PERFORM WriteCitizenAuditPara.
           IF CitizenDeceased
               ADD 1 TO WS-DeceasedCount
           ELSE
               ADD 1 TO WS-MovedCount
           END-IF.
       ApplyNoticePara-EXIT.
           EXIT.

       SetChangeStampPara.
           MOVE FUNCTION CURRENT-DATE TO WS-Curr-Detail.
           COMPUTE WS-ChangeStamp = WS-Curr-YYYY * 10000
               + WS-Curr-MM * 100 + WS-Curr-DD.

       SnapshotBeforeImagePara.
           MOVE SPACES             TO CITIZEN-AUDIT-RECORD.
           MOVE CTZN-CITY-NAME     TO CAUD-BEFORE-CITY.
           MOVE CTZN-STATE-CODE    TO CAUD-BEFORE-STATE.
           MOVE CTZN-COUNTRY-CODE  TO CAUD-BEFORE-CTRY.
           COMPUTE WS-AuditBirth = CTZN-BIRTH-YYYY * 10000
               + CTZN-BIRTH-MM * 100 + CTZN-BIRTH-DD.
           MOVE WS-AuditBirth      TO CAUD-BEFORE-BIRTH.
           MOVE CTZN-STATUS        TO CAUD-BEFORE-STATUS.

       WriteCitizenAuditPara.
           MOVE FUNCTION CURRENT-DATE TO CAUD-TIMESTAMP
           MOVE OperatorId             TO CAUD-OPERATOR-ID
           MOVE CTZN-ID                TO CAUD-CTZN-ID
           MOVE CTZN-CITY-NAME         TO CAUD-AFTER-CITY
           MOVE CTZN-STATE-CODE        TO CAUD-AFTER-STATE
           MOVE CTZN-COUNTRY-CODE      TO CAUD-AFTER-CTRY
           COMPUTE WS-AuditBirth = CTZN-BIRTH-YYYY * 10000
               + CTZN-BIRTH-MM * 100 + CTZN-BIRTH-DD
           MOVE WS-AuditBirth          TO CAUD-AFTER-BIRTH
           MOVE CTZN-STATUS            TO CAUD-AFTER-STATUS
           OPEN EXTEND CitizenAudit
           IF CitizenAuditStatus = "35"
               OPEN OUTPUT CitizenAudit
           END-IF
           WRITE CITIZEN-AUDIT-RECORD
           CLOSE CitizenAudit.

       WriteRejectPara.
           MOVE SPACES             TO StatusExceptionRecord.
           MOVE STAT-CTZN-ID       TO EXC-CTZN-ID.
           MOVE STAT-BIRTH-DATE    TO EXC-BIRTH-DATE.
           MOVE STAT-NEW-STATUS    TO EXC-NEW-STATUS.
           MOVE STAT-EVENT-DATE    TO EXC-EVENT-DATE.
           MOVE WS-StatusExcReason TO EXC-REASON.
           WRITE StatusExceptionRecord.
           ADD 1 TO WS-RejectedCount.
