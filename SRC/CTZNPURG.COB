       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznPurge.
       AUTHOR. Jan Kammerath.
       *> retention run for the registry and its logs, supervisor only
       *> (authority level 3): deceased and moved-away citizens whose
       *> CTZN-CHANGED-DATE is older than the citizen retention period
       *> are moved from CTZNMAST to the CTZNHIST history file (looked
       *> up later through CtznHist) with an "ARCH" CTZNADT entry, and
       *> AUDITLOG, CTZNADT and NIGHTLOG entries older than their
       *> cutoffs are rolled out of the live logs into dated archive
       *> files named for the business date of the run, AUDITARC.,
       *> CTZNAARC. and NIGHTARC. followed by YYYYMMDD - each run
       *> writes one section, a header carrying the run date and
       *> cutoff and a trailer carrying the record count, the same
       *> layout MastUnload writes (a second run on the same business
       *> date adds its section to that day's files), so each night's
       *> archive can be kept, moved off or removed on its own; the
       *> retention periods come from the RETNPARM file (citizen
       *> years, audit log months, run log months - 10, 24 and 12 when
       *> it is missing) and are counted back from the business date
       *> (BusDate); the RETNRPT control report gives records read,
       *> kept, archived and purged per file
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CitizenFile ASSIGN TO "CTZNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT CitizenHistory ASSIGN TO "CTZNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CTZN-ID
               FILE STATUS IS CitizenHistoryStatus.
           SELECT RetentionParms ASSIGN TO "RETNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RetentionParmsStatus.
           SELECT AuditLog ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditLogStatus.
           SELECT CitizenAudit ASSIGN TO "CTZNADT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CitizenAuditStatus.
           SELECT NightLog ASSIGN TO "NIGHTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NightLogStatus.
           SELECT AuditArchive ASSIGN USING AuditArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditArchiveStatus.
           SELECT CitizenAuditArchive
               ASSIGN USING CitizenAuditArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CitizenAuditArchiveStatus.
           SELECT NightLogArchive ASSIGN USING NightLogArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NightLogArchiveStatus.
           SELECT RetentionWork ASSIGN TO "RETNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RetentionWorkStatus.
           SELECT RetentionReport ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RetentionReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CitizenFile.
           COPY CTZNREC.

       FD  CitizenHistory.
           COPY CHISTREC.

       FD  RetentionParms.
       01 RetentionParmsRecord.
           02 RP-CITIZEN-YEARS     PIC 99.
           02 FILLER               PIC X(1).
           02 RP-AUDIT-MONTHS      PIC 999.
           02 FILLER               PIC X(1).
           02 RP-NIGHTLOG-MONTHS   PIC 999.

       FD  AuditLog.
           COPY AUDITREC.

       FD  CitizenAudit.
           COPY CAUDREC.

       FD  NightLog.
       01 NightLogRecord        PIC X(100).

       FD  AuditArchive.
       01 AuditArchiveRecord    PIC X(220).

       FD  CitizenAuditArchive.
       01 CitizenAuditArchiveRecord PIC X(220).

       FD  NightLogArchive.
       01 NightLogArchiveRecord PIC X(220).

       FD  RetentionWork.
       01 RetentionWorkRecord   PIC X(220).

       FD  RetentionReport.
       01 RetentionReportRecord PIC X(100).

       WORKING-STORAGE SECTION.
       01 CitizenFileStatus          PIC XX  VALUE SPACES.
       01 CitizenHistoryStatus       PIC XX  VALUE SPACES.
       01 RetentionParmsStatus       PIC XX  VALUE SPACES.
       01 AuditLogStatus             PIC XX  VALUE SPACES.
       01 CitizenAuditStatus         PIC XX  VALUE SPACES.
       01 NightLogStatus             PIC XX  VALUE SPACES.
       01 AuditArchiveStatus         PIC XX  VALUE SPACES.
       01 CitizenAuditArchiveStatus  PIC XX  VALUE SPACES.
       01 NightLogArchiveStatus      PIC XX  VALUE SPACES.
       01 RetentionWorkStatus        PIC XX  VALUE SPACES.
       01 RetentionReportStatus      PIC XX  VALUE SPACES.

       01 AuditArchiveName.
           02 FILLER                 PIC X(9) VALUE "AUDITARC.".
           02 AuditArchiveDate       PIC 9(8) VALUE ZEROS.
       01 CitizenAuditArchiveName.
           02 FILLER                 PIC X(9) VALUE "CTZNAARC.".
           02 CitizenAuditArchiveDate PIC 9(8) VALUE ZEROS.
       01 NightLogArchiveName.
           02 FILLER                 PIC X(9) VALUE "NIGHTARC.".
           02 NightLogArchiveDate    PIC 9(8) VALUE ZEROS.

       01 OperatorId             PIC X(8)  VALUE SPACES.
       01 WS-AuthLevel           PIC 9(1)  VALUE 0.
       01 WS-SignOnSw            PIC X(1)  VALUE "N".
          88 SignOnValid         VALUE "Y".
       01 WS-AuditBirth          PIC 9(8)  VALUE ZEROS.

       01 WS-CurrentDate.
           02 WS-Curr-Detail PIC X(21).
       01 WS-CurrentDate-R REDEFINES WS-CurrentDate.
           02 WS-Curr-YYYY PIC 9(4).
           02 WS-Curr-MM   PIC 9(2).
           02 WS-Curr-DD   PIC 9(2).
           02 FILLER       PIC X(13).

       01 WS-BusinessDate        PIC 9(8)  VALUE ZEROS.
       01 WS-CitizenYears        PIC 99    VALUE 10.
       01 WS-AuditMonths         PIC 999   VALUE 24.
       01 WS-NightLogMonths      PIC 999   VALUE 12.
       01 WS-CitizenCutoff       PIC 9(8)  VALUE ZEROS.
       01 WS-AuditCutoff         PIC 9(8)  VALUE ZEROS.
       01 WS-NightLogCutoff      PIC 9(8)  VALUE ZEROS.

       01 WS-MonthsBack          PIC 9(4)  VALUE 0.
       01 WS-MonthIndex          PIC 9(6)  VALUE 0.
       01 WS-CutoffDate.
           02 WS-Cut-YYYY        PIC 9(4).
           02 WS-Cut-MM          PIC 99.
           02 WS-Cut-DD          PIC 99.
       01 WS-CutoffDateN REDEFINES WS-CutoffDate PIC 9(8).

       01 WS-LogDate             PIC 9(8)  VALUE ZEROS.
       01 WS-LastLogDate         PIC 9(8)  VALUE ZEROS.
       01 WS-Cutoff              PIC 9(8)  VALUE ZEROS.

       01 WS-ArchiveLine.
           02 WS-ARC-TYPE        PIC X(3).
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 WS-ARC-DATA        PIC X(216).

       01 WS-FileCounts.
           02 WS-ReadCount       PIC 9(6)  VALUE 0.
           02 WS-KeptCount       PIC 9(6)  VALUE 0.
           02 WS-ArchivedCount   PIC 9(6)  VALUE 0.
           02 WS-PurgedCount     PIC 9(6)  VALUE 0.
       01 WS-FileName            PIC X(8)  VALUE SPACES.
       01 WS-ErrorCount          PIC 9(6)  VALUE 0.
       01 WS-FailFile            PIC X(17) VALUE SPACES.
       01 WS-FailStatus          PIC XX    VALUE SPACES.
       01 WS-FailText            PIC X(40) VALUE SPACES.
       01 WS-PrintLine           PIC X(100).

       01 WS-SWITCHES.
          02 WS-CtznEOF-SW       PIC X(1)  VALUE "N".
             88 CitizenFileEOF   VALUE "Y".
          02 WS-LogEOF-SW        PIC X(1)  VALUE "N".
             88 LogFileEOF       VALUE "Y".
          02 WS-WorkEOF-SW       PIC X(1)  VALUE "N".
             88 WorkFileEOF      VALUE "Y".
          02 WS-WriteFailSw      PIC X(1)  VALUE "N".
             88 RollWriteFailed  VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM SignOnPara.
           IF WS-AuthLevel < 3
               DISPLAY "RETENTION RUN REQUIRES SUPERVISOR AUTHORITY"
                   " (LEVEL 3)"
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-BusinessDate
           END-CALL.
           MOVE WS-BusinessDate TO AuditArchiveDate.
           MOVE WS-BusinessDate TO CitizenAuditArchiveDate.
           MOVE WS-BusinessDate TO NightLogArchiveDate.
           PERFORM LoadRetentionParmsPara.
           COMPUTE WS-MonthsBack = WS-CitizenYears * 12.
           PERFORM ComputeCutoffPara.
           MOVE WS-CutoffDateN TO WS-CitizenCutoff.
           MOVE WS-AuditMonths TO WS-MonthsBack.
           PERFORM ComputeCutoffPara.
           MOVE WS-CutoffDateN TO WS-AuditCutoff.
           MOVE WS-NightLogMonths TO WS-MonthsBack.
           PERFORM ComputeCutoffPara.
           MOVE WS-CutoffDateN TO WS-NightLogCutoff.

           OPEN OUTPUT RetentionReport.
           PERFORM WriteReportHeadingPara.
           PERFORM PurgeCitizensPara THRU PurgeCitizensPara-EXIT.
           PERFORM RollAuditLogPara THRU RollAuditLogPara-EXIT.
           PERFORM RollCitizenAuditPara THRU RollCitizenAuditPara-EXIT.
           PERFORM RollNightLogPara THRU RollNightLogPara-EXIT.
           IF WS-ErrorCount > 0
               MOVE SPACES TO WS-PrintLine
               STRING "CITIZENS LEFT ON CTZNMAST (HISTORY WRITE"
                   DELIMITED BY SIZE
                   " FAILED): " DELIMITED BY SIZE
                   WS-ErrorCount DELIMITED BY SIZE
                   INTO WS-PrintLine
               PERFORM WriteReportLinePara
           END-IF.
           CLOSE RetentionReport.
           IF RETURN-CODE = 8
               DISPLAY "RETENTION RUN COMPLETE WITH ERRORS -"
                   " SEE RETNRPT"
           ELSE
               DISPLAY "RETENTION RUN COMPLETE - SEE RETNRPT"
           END-IF.
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

       LoadRetentionParmsPara.
           OPEN INPUT RetentionParms.
           IF RetentionParmsStatus = "35"
               DISPLAY "NO RETNPARM FILE - USING DEFAULT RETENTION"
           ELSE
               READ RetentionParms
                   AT END CONTINUE
               END-READ
               IF RetentionParmsStatus = "00"
                   IF RP-CITIZEN-YEARS IS NUMERIC
                           AND RP-CITIZEN-YEARS > 0
                       MOVE RP-CITIZEN-YEARS TO WS-CitizenYears
                   END-IF
                   IF RP-AUDIT-MONTHS IS NUMERIC
                           AND RP-AUDIT-MONTHS > 0
                       MOVE RP-AUDIT-MONTHS TO WS-AuditMonths
                   END-IF
                   IF RP-NIGHTLOG-MONTHS IS NUMERIC
                           AND RP-NIGHTLOG-MONTHS > 0
                       MOVE RP-NIGHTLOG-MONTHS TO WS-NightLogMonths
                   END-IF
               END-IF
           END-IF.
           CLOSE RetentionParms.

       *> the business date less WS-MonthsBack months; a day that does
       *> not exist in the target month (31st, 29 February) steps back
       *> to the last day of that month
       ComputeCutoffPara.
           MOVE WS-BusinessDate TO WS-Curr-Detail.
           COMPUTE WS-MonthIndex = WS-Curr-YYYY * 12 + WS-Curr-MM - 1
               - WS-MonthsBack.
           DIVIDE WS-MonthIndex BY 12 GIVING WS-Cut-YYYY
               REMAINDER WS-Cut-MM.
           ADD 1 TO WS-Cut-MM.
           MOVE WS-Curr-DD TO WS-Cut-DD.
           PERFORM StepBackDayPara
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CutoffDateN) = 0.

       StepBackDayPara.
           SUBTRACT 1 FROM WS-Cut-DD.

       WriteReportHeadingPara.
           MOVE SPACES TO WS-PrintLine.
           STRING "RETENTION RUN FOR BUSINESS DATE " DELIMITED BY SIZE
               WS-BusinessDate                      DELIMITED BY SIZE
               "  OPERATOR "                        DELIMITED BY SIZE
               OperatorId                           DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WriteReportLinePara.
           MOVE SPACES TO WS-PrintLine.
           STRING "INACTIVE CITIZENS UNCHANGED SINCE BEFORE "
                                                 DELIMITED BY SIZE
               WS-CitizenCutoff                  DELIMITED BY SIZE
               " ("                              DELIMITED BY SIZE
               WS-CitizenYears                   DELIMITED BY SIZE
               " YEARS)"                         DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WriteReportLinePara.
           MOVE SPACES TO WS-PrintLine.
           STRING "AUDIT LOG ENTRIES BEFORE "    DELIMITED BY SIZE
               WS-AuditCutoff                    DELIMITED BY SIZE
               " ("                              DELIMITED BY SIZE
               WS-AuditMonths                    DELIMITED BY SIZE
               " MONTHS)"                        DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WriteReportLinePara.
           MOVE SPACES TO WS-PrintLine.
           STRING "RUN LOG ENTRIES BEFORE "      DELIMITED BY SIZE
               WS-NightLogCutoff                 DELIMITED BY SIZE
               " ("                              DELIMITED BY SIZE
               WS-NightLogMonths                 DELIMITED BY SIZE
               " MONTHS)"                        DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WriteReportLinePara.
           MOVE SPACES TO WS-PrintLine.
           PERFORM WriteReportLinePara.

       WriteReportLinePara.
           MOVE WS-PrintLine TO RetentionReportRecord.
           WRITE RetentionReportRecord.

       WriteCountLinePara.
           MOVE SPACES TO WS-PrintLine.
           STRING WS-FileName     DELIMITED BY SIZE
               "  READ "          DELIMITED BY SIZE
               WS-ReadCount       DELIMITED BY SIZE
               "  KEPT "          DELIMITED BY SIZE
               WS-KeptCount       DELIMITED BY SIZE
               "  ARCHIVED "      DELIMITED BY SIZE
               WS-ArchivedCount   DELIMITED BY SIZE
               "  PURGED "        DELIMITED BY SIZE
               WS-PurgedCount     DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WriteReportLinePara.
           DISPLAY FUNCTION TRIM(WS-PrintLine TRAILING).

       ResetCountsPara.
           MOVE ZEROS TO WS-FileCounts.
           MOVE "N" TO WS-LogEOF-SW.
           MOVE "N" TO WS-WorkEOF-SW.
           MOVE "N" TO WS-WriteFailSw.

       *> a file that cannot be opened or written stops the pass over
       *> WS-FileName, which is left exactly as it was; the failure is
       *> reported on RETNRPT and the run ends with return code 8
       ReportFailurePara.
           MOVE SPACES TO WS-PrintLine.
           STRING WS-FileName      DELIMITED BY SIZE
               " NOT PROCESSED - " DELIMITED BY SIZE
               WS-FailFile         DELIMITED BY SPACE
               " FILE STATUS "     DELIMITED BY SIZE
               WS-FailStatus       DELIMITED BY SIZE
               " - "               DELIMITED BY SIZE
               WS-FailText         DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WriteReportLinePara.
           DISPLAY FUNCTION TRIM(WS-PrintLine TRAILING).
           MOVE 8 TO RETURN-CODE.

       *> citizens ---------------------------------------------------
       PurgeCitizensPara.
           PERFORM ResetCountsPara.
           MOVE "CTZNMAST" TO WS-FileName.
           OPEN I-O CitizenFile.
           IF CitizenFileStatus = "35"
               CLOSE CitizenFile
               PERFORM WriteCountLinePara
               GO TO PurgeCitizensPara-EXIT
           END-IF.
           MOVE "NO CITIZENS PURGED" TO WS-FailText.
           IF CitizenFileStatus NOT = "00"
               MOVE "CTZNMAST"        TO WS-FailFile
               MOVE CitizenFileStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               PERFORM WriteCountLinePara
               GO TO PurgeCitizensPara-EXIT
           END-IF.
           PERFORM OpenCitizenHistoryForWrite.
           IF CitizenHistoryStatus NOT = "00"
               MOVE "CTZNHIST"           TO WS-FailFile
               MOVE CitizenHistoryStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               CLOSE CitizenFile
               PERFORM WriteCountLinePara
               GO TO PurgeCitizensPara-EXIT
           END-IF.
           PERFORM ReadCitizenPara.
           PERFORM CheckCitizenPara THRU CheckCitizenPara-EXIT
               UNTIL CitizenFileEOF.
           CLOSE CitizenHistory.
           CLOSE CitizenFile.
           PERFORM WriteCountLinePara.
       PurgeCitizensPara-EXIT.
           EXIT.

       ReadCitizenPara.
           READ CitizenFile NEXT RECORD
               AT END SET CitizenFileEOF TO TRUE
           END-READ.

       CheckCitizenPara.
           ADD 1 TO WS-ReadCount.
           IF CitizenActive
                   OR CTZN-CHANGED-DATE IS NOT NUMERIC
                   OR CTZN-CHANGED-DATE >= WS-CitizenCutoff
               ADD 1 TO WS-KeptCount
               PERFORM ReadCitizenPara
               GO TO CheckCitizenPara-EXIT
           END-IF.
           MOVE CTZN-ID                 TO HIST-CTZN-ID.
           MOVE WS-BusinessDate         TO HIST-ARCHIVED-DATE.
           MOVE CITIZEN-REGISTRY-RECORD TO HIST-CITIZEN-IMAGE.
           WRITE CITIZEN-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "CITIZEN " CTZN-ID
                       " ALREADY ON CTZNHIST - NOT PURGED"
                   ADD 1 TO WS-ErrorCount
                   ADD 1 TO WS-KeptCount
                   PERFORM ReadCitizenPara
                   GO TO CheckCitizenPara-EXIT
           END-WRITE.
           IF CitizenHistoryStatus NOT = "00"
               DISPLAY "CITIZEN " CTZN-ID " NOT WRITTEN TO CTZNHIST,"
                   " FILE STATUS " CitizenHistoryStatus " - NOT PURGED"
               ADD 1 TO WS-ErrorCount
               ADD 1 TO WS-KeptCount
               PERFORM ReadCitizenPara
               GO TO CheckCitizenPara-EXIT
           END-IF.
           PERFORM SnapshotBeforeImagePara.
           DELETE CitizenFile RECORD
               INVALID KEY
                   DISPLAY "CITIZEN " CTZN-ID " COULD NOT BE DELETED"
                   DELETE CitizenHistory RECORD
                       INVALID KEY
                           DISPLAY "CITIZEN " CTZN-ID
                               " LEFT ON CTZNHIST - REMOVE BY HAND"
                   END-DELETE
                   ADD 1 TO WS-ErrorCount
                   ADD 1 TO WS-KeptCount
                   PERFORM ReadCitizenPara
                   GO TO CheckCitizenPara-EXIT
           END-DELETE.
           ADD 1 TO WS-ArchivedCount.
           ADD 1 TO WS-PurgedCount.
           MOVE "ARCH" TO CAUD-ACTION.
           PERFORM WriteCitizenAuditPara.
           PERFORM ReadCitizenPara.
       CheckCitizenPara-EXIT.
           EXIT.

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

       OpenCitizenHistoryForWrite.
           OPEN I-O CitizenHistory
           IF CitizenHistoryStatus = "35"
               OPEN OUTPUT CitizenHistory
               CLOSE CitizenHistory
               OPEN I-O CitizenHistory
           END-IF.

       *> logs: every entry is copied either to RETNWORK (kept) or to
       *> the archive (older than the cutoff); the live log is only
       *> rewritten from RETNWORK when something was archived and
       *> every archive and RETNWORK write succeeded - otherwise it is
       *> left as it is, and entries already copied to the archive
       *> stay on it as well until a later run rolls them out again
       WriteArchiveHeaderPara.
           MOVE SPACES TO WS-ArchiveLine.
           MOVE "HDR"  TO WS-ARC-TYPE.
           STRING WS-FileName      DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-BusinessDate     DELIMITED BY SIZE
               " CUTOFF "          DELIMITED BY SIZE
               WS-Cutoff           DELIMITED BY SIZE
               " OPERATOR "        DELIMITED BY SIZE
               OperatorId          DELIMITED BY SIZE
               INTO WS-ARC-DATA.

       WriteArchiveTrailerPara.
           MOVE SPACES           TO WS-ArchiveLine.
           MOVE "TRL"            TO WS-ARC-TYPE.
           MOVE WS-ArchivedCount TO WS-ARC-DATA.

       ReadWorkPara.
           READ RetentionWork
               AT END SET WorkFileEOF TO TRUE
           END-READ.

       RollAuditLogPara.
           PERFORM ResetCountsPara.
           MOVE "AUDITLOG" TO WS-FileName.
           MOVE WS-AuditCutoff TO WS-Cutoff.
           OPEN INPUT AuditLog.
           IF AuditLogStatus = "35"
               CLOSE AuditLog
               PERFORM WriteCountLinePara
               GO TO RollAuditLogPara-EXIT
           END-IF.
           MOVE "LIVE LOG LEFT AS IT IS" TO WS-FailText.
           IF AuditLogStatus NOT = "00"
               MOVE "AUDITLOG" TO WS-FailFile
               MOVE AuditLogStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               PERFORM WriteCountLinePara
               GO TO RollAuditLogPara-EXIT
           END-IF.
           OPEN OUTPUT RetentionWork.
           IF RetentionWorkStatus NOT = "00"
               MOVE "RETNWORK" TO WS-FailFile
               MOVE RetentionWorkStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               CLOSE AuditLog
               PERFORM WriteCountLinePara
               GO TO RollAuditLogPara-EXIT
           END-IF.
           OPEN EXTEND AuditArchive.
           IF AuditArchiveStatus = "35"
               OPEN OUTPUT AuditArchive
           END-IF.
           IF AuditArchiveStatus NOT = "00"
               MOVE AuditArchiveName TO WS-FailFile
               MOVE AuditArchiveStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               CLOSE RetentionWork
               CLOSE AuditLog
               PERFORM WriteCountLinePara
               GO TO RollAuditLogPara-EXIT
           END-IF.
           PERFORM WriteArchiveHeaderPara.
           MOVE WS-ArchiveLine TO AuditArchiveRecord.
           WRITE AuditArchiveRecord.
           IF AuditArchiveStatus NOT = "00"
               MOVE AuditArchiveName TO WS-FailFile
               MOVE AuditArchiveStatus TO WS-FailStatus
               SET RollWriteFailed TO TRUE
           END-IF.
           PERFORM ReadAuditLogPara.
           PERFORM SplitAuditLogPara UNTIL LogFileEOF.
           PERFORM WriteArchiveTrailerPara.
           MOVE WS-ArchiveLine TO AuditArchiveRecord.
           WRITE AuditArchiveRecord.
           IF AuditArchiveStatus NOT = "00"
               MOVE AuditArchiveName TO WS-FailFile
               MOVE AuditArchiveStatus TO WS-FailStatus
               SET RollWriteFailed TO TRUE
           END-IF.
           CLOSE AuditArchive.
           CLOSE RetentionWork.
           CLOSE AuditLog.
           IF RollWriteFailed
               PERFORM ReportFailurePara
           END-IF.
           IF WS-ArchivedCount > 0 AND NOT RollWriteFailed
               OPEN INPUT RetentionWork
               OPEN OUTPUT AuditLog
               PERFORM ReadWorkPara
               PERFORM CopyBackAuditLogPara UNTIL WorkFileEOF
               CLOSE AuditLog
               CLOSE RetentionWork
               MOVE WS-ArchivedCount TO WS-PurgedCount
           END-IF.
           PERFORM WriteCountLinePara.
       RollAuditLogPara-EXIT.
           EXIT.

       ReadAuditLogPara.
           READ AuditLog
               AT END SET LogFileEOF TO TRUE
           END-READ.

       SplitAuditLogPara.
           ADD 1 TO WS-ReadCount.
           MOVE 0 TO WS-LogDate.
           IF AUDIT-TIMESTAMP(1:8) IS NUMERIC
               MOVE AUDIT-TIMESTAMP(1:8) TO WS-LogDate
           END-IF.
           IF WS-LogDate < WS-Cutoff
               MOVE SPACES TO WS-ArchiveLine
               MOVE "DTA"  TO WS-ARC-TYPE
               MOVE AUDIT-LOG-RECORD TO WS-ARC-DATA
               MOVE WS-ArchiveLine TO AuditArchiveRecord
               WRITE AuditArchiveRecord
               IF AuditArchiveStatus = "00"
                   ADD 1 TO WS-ArchivedCount
               ELSE
                   MOVE AuditArchiveName TO WS-FailFile
                   MOVE AuditArchiveStatus TO WS-FailStatus
                   SET RollWriteFailed TO TRUE
                   ADD 1 TO WS-KeptCount
               END-IF
           ELSE
               MOVE AUDIT-LOG-RECORD TO RetentionWorkRecord
               WRITE RetentionWorkRecord
               IF RetentionWorkStatus NOT = "00"
                   MOVE "RETNWORK" TO WS-FailFile
                   MOVE RetentionWorkStatus TO WS-FailStatus
                   SET RollWriteFailed TO TRUE
               END-IF
               ADD 1 TO WS-KeptCount
           END-IF.
           PERFORM ReadAuditLogPara.

       CopyBackAuditLogPara.
           MOVE RetentionWorkRecord TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           PERFORM ReadWorkPara.

       RollCitizenAuditPara.
           PERFORM ResetCountsPara.
           MOVE "CTZNADT" TO WS-FileName.
           MOVE WS-AuditCutoff TO WS-Cutoff.
           OPEN INPUT CitizenAudit.
           IF CitizenAuditStatus = "35"
               CLOSE CitizenAudit
               PERFORM WriteCountLinePara
               GO TO RollCitizenAuditPara-EXIT
           END-IF.
           MOVE "LIVE LOG LEFT AS IT IS" TO WS-FailText.
           IF CitizenAuditStatus NOT = "00"
               MOVE "CTZNADT" TO WS-FailFile
               MOVE CitizenAuditStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               PERFORM WriteCountLinePara
               GO TO RollCitizenAuditPara-EXIT
           END-IF.
           OPEN OUTPUT RetentionWork.
           IF RetentionWorkStatus NOT = "00"
               MOVE "RETNWORK" TO WS-FailFile
               MOVE RetentionWorkStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               CLOSE CitizenAudit
               PERFORM WriteCountLinePara
               GO TO RollCitizenAuditPara-EXIT
           END-IF.
           OPEN EXTEND CitizenAuditArchive.
           IF CitizenAuditArchiveStatus = "35"
               OPEN OUTPUT CitizenAuditArchive
           END-IF.
           IF CitizenAuditArchiveStatus NOT = "00"
               MOVE CitizenAuditArchiveName TO WS-FailFile
               MOVE CitizenAuditArchiveStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               CLOSE RetentionWork
               CLOSE CitizenAudit
               PERFORM WriteCountLinePara
               GO TO RollCitizenAuditPara-EXIT
           END-IF.
           PERFORM WriteArchiveHeaderPara.
           MOVE WS-ArchiveLine TO CitizenAuditArchiveRecord.
           WRITE CitizenAuditArchiveRecord.
           IF CitizenAuditArchiveStatus NOT = "00"
               MOVE CitizenAuditArchiveName TO WS-FailFile
               MOVE CitizenAuditArchiveStatus TO WS-FailStatus
               SET RollWriteFailed TO TRUE
           END-IF.
           PERFORM ReadCitizenAuditPara.
           PERFORM SplitCitizenAuditPara UNTIL LogFileEOF.
           PERFORM WriteArchiveTrailerPara.
           MOVE WS-ArchiveLine TO CitizenAuditArchiveRecord.
           WRITE CitizenAuditArchiveRecord.
           IF CitizenAuditArchiveStatus NOT = "00"
               MOVE CitizenAuditArchiveName TO WS-FailFile
               MOVE CitizenAuditArchiveStatus TO WS-FailStatus
               SET RollWriteFailed TO TRUE
           END-IF.
           CLOSE CitizenAuditArchive.
           CLOSE RetentionWork.
           CLOSE CitizenAudit.
           IF RollWriteFailed
               PERFORM ReportFailurePara
           END-IF.
           IF WS-ArchivedCount > 0 AND NOT RollWriteFailed
               OPEN INPUT RetentionWork
               OPEN OUTPUT CitizenAudit
               PERFORM ReadWorkPara
               PERFORM CopyBackCitizenAuditPara UNTIL WorkFileEOF
               CLOSE CitizenAudit
               CLOSE RetentionWork
               MOVE WS-ArchivedCount TO WS-PurgedCount
           END-IF.
           PERFORM WriteCountLinePara.
       RollCitizenAuditPara-EXIT.
           EXIT.

       ReadCitizenAuditPara.
           READ CitizenAudit
               AT END SET LogFileEOF TO TRUE
           END-READ.

       SplitCitizenAuditPara.
           ADD 1 TO WS-ReadCount.
           MOVE 0 TO WS-LogDate.
           IF CAUD-TIMESTAMP(1:8) IS NUMERIC
               MOVE CAUD-TIMESTAMP(1:8) TO WS-LogDate
           END-IF.
           IF WS-LogDate < WS-Cutoff
               MOVE SPACES TO WS-ArchiveLine
               MOVE "DTA"  TO WS-ARC-TYPE
               MOVE CITIZEN-AUDIT-RECORD TO WS-ARC-DATA
               MOVE WS-ArchiveLine TO CitizenAuditArchiveRecord
               WRITE CitizenAuditArchiveRecord
               IF CitizenAuditArchiveStatus = "00"
                   ADD 1 TO WS-ArchivedCount
               ELSE
                   MOVE CitizenAuditArchiveName TO WS-FailFile
                   MOVE CitizenAuditArchiveStatus TO WS-FailStatus
                   SET RollWriteFailed TO TRUE
                   ADD 1 TO WS-KeptCount
               END-IF
           ELSE
               MOVE CITIZEN-AUDIT-RECORD TO RetentionWorkRecord
               WRITE RetentionWorkRecord
               IF RetentionWorkStatus NOT = "00"
                   MOVE "RETNWORK" TO WS-FailFile
                   MOVE RetentionWorkStatus TO WS-FailStatus
                   SET RollWriteFailed TO TRUE
               END-IF
               ADD 1 TO WS-KeptCount
           END-IF.
           PERFORM ReadCitizenAuditPara.

       CopyBackCitizenAuditPara.
           MOVE RetentionWorkRecord TO CITIZEN-AUDIT-RECORD.
           WRITE CITIZEN-AUDIT-RECORD.
           PERFORM ReadWorkPara.

       *> NightRun stamps each NIGHTLOG line with the date it was
       *> written; lines from before it did so carry no date and are
       *> taken to be as old as the last dated line above them
       RollNightLogPara.
           PERFORM ResetCountsPara.
           MOVE "NIGHTLOG" TO WS-FileName.
           MOVE WS-NightLogCutoff TO WS-Cutoff.
           MOVE 0 TO WS-LastLogDate.
           OPEN INPUT NightLog.
           IF NightLogStatus = "35"
               CLOSE NightLog
               PERFORM WriteCountLinePara
               GO TO RollNightLogPara-EXIT
           END-IF.
           MOVE "LIVE LOG LEFT AS IT IS" TO WS-FailText.
           IF NightLogStatus NOT = "00"
               MOVE "NIGHTLOG" TO WS-FailFile
               MOVE NightLogStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               PERFORM WriteCountLinePara
               GO TO RollNightLogPara-EXIT
           END-IF.
           OPEN OUTPUT RetentionWork.
           IF RetentionWorkStatus NOT = "00"
               MOVE "RETNWORK" TO WS-FailFile
               MOVE RetentionWorkStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               CLOSE NightLog
               PERFORM WriteCountLinePara
               GO TO RollNightLogPara-EXIT
           END-IF.
           OPEN EXTEND NightLogArchive.
           IF NightLogArchiveStatus = "35"
               OPEN OUTPUT NightLogArchive
           END-IF.
           IF NightLogArchiveStatus NOT = "00"
               MOVE NightLogArchiveName TO WS-FailFile
               MOVE NightLogArchiveStatus TO WS-FailStatus
               PERFORM ReportFailurePara
               CLOSE RetentionWork
               CLOSE NightLog
               PERFORM WriteCountLinePara
               GO TO RollNightLogPara-EXIT
           END-IF.
           PERFORM WriteArchiveHeaderPara.
           MOVE WS-ArchiveLine TO NightLogArchiveRecord.
           WRITE NightLogArchiveRecord.
           IF NightLogArchiveStatus NOT = "00"
               MOVE NightLogArchiveName TO WS-FailFile
               MOVE NightLogArchiveStatus TO WS-FailStatus
               SET RollWriteFailed TO TRUE
           END-IF.
           PERFORM ReadNightLogPara.
           PERFORM SplitNightLogPara UNTIL LogFileEOF.
           PERFORM WriteArchiveTrailerPara.
           MOVE WS-ArchiveLine TO NightLogArchiveRecord.
           WRITE NightLogArchiveRecord.
           IF NightLogArchiveStatus NOT = "00"
               MOVE NightLogArchiveName TO WS-FailFile
               MOVE NightLogArchiveStatus TO WS-FailStatus
               SET RollWriteFailed TO TRUE
           END-IF.
           CLOSE NightLogArchive.
           CLOSE RetentionWork.
           CLOSE NightLog.
           IF RollWriteFailed
               PERFORM ReportFailurePara
           END-IF.
           IF WS-ArchivedCount > 0 AND NOT RollWriteFailed
               OPEN INPUT RetentionWork
               OPEN OUTPUT NightLog
               PERFORM ReadWorkPara
               PERFORM CopyBackNightLogPara UNTIL WorkFileEOF
               CLOSE NightLog
               CLOSE RetentionWork
               MOVE WS-ArchivedCount TO WS-PurgedCount
           END-IF.
           PERFORM WriteCountLinePara.
       RollNightLogPara-EXIT.
           EXIT.

       ReadNightLogPara.
           READ NightLog
               AT END SET LogFileEOF TO TRUE
           END-READ.

       SplitNightLogPara.
           ADD 1 TO WS-ReadCount.
           IF NightLogRecord(1:8) IS NUMERIC
                   AND NightLogRecord(9:1) = SPACE
               MOVE NightLogRecord(1:8) TO WS-LastLogDate
           END-IF.
           IF WS-LastLogDate < WS-Cutoff
               MOVE SPACES TO WS-ArchiveLine
               MOVE "DTA"  TO WS-ARC-TYPE
               MOVE NightLogRecord TO WS-ARC-DATA
               MOVE WS-ArchiveLine TO NightLogArchiveRecord
               WRITE NightLogArchiveRecord
               IF NightLogArchiveStatus = "00"
                   ADD 1 TO WS-ArchivedCount
               ELSE
                   MOVE NightLogArchiveName TO WS-FailFile
                   MOVE NightLogArchiveStatus TO WS-FailStatus
                   SET RollWriteFailed TO TRUE
                   ADD 1 TO WS-KeptCount
               END-IF
           ELSE
               MOVE NightLogRecord TO RetentionWorkRecord
               WRITE RetentionWorkRecord
               IF RetentionWorkStatus NOT = "00"
                   MOVE "RETNWORK" TO WS-FailFile
                   MOVE RetentionWorkStatus TO WS-FailStatus
                   SET RollWriteFailed TO TRUE
               END-IF
               ADD 1 TO WS-KeptCount
           END-IF.
           PERFORM ReadNightLogPara.

       CopyBackNightLogPara.
           MOVE RetentionWorkRecord TO NightLogRecord.
           WRITE NightLogRecord.
           PERFORM ReadWorkPara.
