       *> at in NIGHTCTL - the same idea as AGECALC's per-record
       *> AGECKPT checkpoint, one level up: if a step fails, the next
       *> invocation resumes from that step instead of re-running (and
       *> clobbering) the steps that already completed; a fresh night
       *> also sets the BUSDATE business-date record every step reads
       *> through BusDate (today, or a past date given on the command
       *> line as YYYYMMDD to re-run that business date), and a
       *> resumed night keeps the business date it was opened with
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NightControl ASSIGN TO "NIGHTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NightControlStatus.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusinessDateStatus.
           SELECT NightLog ASSIGN TO "NIGHTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NightLogStatus.
       01 NightControlRecord.
           02 NIGHT-RESUME-STEP  PIC 9(2).

       FD  BusinessDateFile.
           COPY BDATEREC.

       FD  NightLog.
       01 NightLogRecord        PIC X(100).


       WORKING-STORAGE SECTION.
       01 NightControlStatus    PIC XX     VALUE SPACES.
       01 BusinessDateStatus    PIC XX     VALUE SPACES.
       01 NightLogStatus        PIC XX     VALUE SPACES.
       01 AgeRptStatus          PIC XX     VALUE SPACES.
       01 SvcRptStatus          PIC XX     VALUE SPACES.
       01 WS-RecordCount        PIC 9(6)  VALUE 0.
       01 WS-StepRetCode        PIC 9(4)  VALUE 0.
       01 WS-Timestamp          PIC X(21) VALUE SPACES.
       01 WS-LogStamp           PIC X(21) VALUE SPACES.
       01 WS-LogLine            PIC X(100) VALUE SPACES.
       01 WS-ParmText           PIC X(8)  VALUE SPACES.
       01 WS-OverrideDate       PIC 9(8)  VALUE ZEROS.
       01 WS-BusinessDate       PIC 9(8)  VALUE ZEROS.
       01 WS-SystemDate         PIC 9(8)  VALUE ZEROS.
       01 WS-SourceText         PIC X(11) VALUE SPACES.

       01 WS-SWITCHES.
          02 WS-AgeRptEOF-SW    PIC X(1)  VALUE "N".
             88 RetireRosterEOF VALUE "Y".
          02 WS-ReconEOF-SW     PIC X(1)  VALUE "N".
             88 ReconReportEOF  VALUE "Y".
          02 WS-OverrideSw      PIC X(1)  VALUE "N".
             88 OverrideRequested VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-ParmText FROM COMMAND-LINE.
           PERFORM CheckOverrideDatePara.
           PERFORM ReadResumeStepPara.
           IF WS-ResumeStep < 1 OR WS-ResumeStep > 6
               MOVE 1 TO WS-ResumeStep
               PERFORM OpenBusinessDatePara
           ELSE
               PERFORM ReadBusinessDatePara
               IF WS-BusinessDate = 0
                   PERFORM OpenBusinessDatePara
               ELSE IF OverrideRequested
                       AND WS-OverrideDate NOT = WS-BusinessDate
                   DISPLAY "OVERRIDE DATE IGNORED - RESUMING THE NIGHT"
                       " OPENED FOR BUSINESS DATE " WS-BusinessDate
               END-IF
               END-IF
               DISPLAY "RESTARTING NIGHTLY RUN AT STEP " WS-ResumeStep
               MOVE SPACES TO WS-LogLine
               STRING "RESTART AT STEP " DELIMITED BY SIZE
                   WS-ResumeStep         DELIMITED BY SIZE
                   " BUSINESS DATE "     DELIMITED BY SIZE
                   WS-BusinessDate       DELIMITED BY SIZE
                   INTO WS-LogLine
               PERFORM WriteLogPara
           END-IF.
               " FAILED - RERUN NIGHTRUN TO RESUME AT THIS STEP".
           STOP RUN.

       *> a date on the command line re-runs that past business date
       *> (for an audit or a correction); it must be a real calendar
       *> date no later than today
       CheckOverrideDatePara.
           MOVE "N" TO WS-OverrideSw.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SystemDate.
           IF WS-ParmText NOT = SPACES
               IF WS-ParmText IS NOT NUMERIC
                   DISPLAY "BUSINESS DATE OVERRIDE MUST BE YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ParmText TO WS-OverrideDate
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-OverrideDate) NOT = 0
                       OR WS-OverrideDate > WS-SystemDate
                   DISPLAY "BUSINESS DATE OVERRIDE " WS-OverrideDate
                       " IS NOT A VALID PAST DATE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET OverrideRequested TO TRUE
           END-IF.

       OpenBusinessDatePara.
           MOVE SPACES TO BUSINESS-DATE-RECORD.
           IF OverrideRequested
               MOVE WS-OverrideDate TO WS-BusinessDate
               SET BusinessDateOverride TO TRUE
           ELSE
               MOVE WS-SystemDate   TO WS-BusinessDate
               SET BusinessDateSystem TO TRUE
           END-IF.
           MOVE WS-BusinessDate TO BDT-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BDT-SET-TIMESTAMP.
           OPEN OUTPUT BusinessDateFile.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BusinessDateFile.
           DISPLAY "NIGHTLY RUN OPENED FOR BUSINESS DATE "
               WS-BusinessDate.
           MOVE SPACES TO WS-SourceText.
           IF OverrideRequested
               MOVE " (OVERRIDE)" TO WS-SourceText
           END-IF.
           MOVE SPACES TO WS-LogLine.
           STRING "NIGHT OPENED BUSINESS DATE " DELIMITED BY SIZE
               WS-BusinessDate                  DELIMITED BY SIZE
               WS-SourceText                    DELIMITED BY SIZE
               INTO WS-LogLine.
           PERFORM WriteLogPara.

       ReadBusinessDatePara.
           MOVE 0 TO WS-BusinessDate.
           OPEN INPUT BusinessDateFile.
           IF BusinessDateStatus NOT = "35"
               READ BusinessDateFile
                   AT END CONTINUE
               END-READ
               IF BusinessDateStatus = "00"
                       AND BDT-BUSINESS-DATE IS NUMERIC
                   MOVE BDT-BUSINESS-DATE TO WS-BusinessDate
               END-IF
           END-IF.
           CLOSE BusinessDateFile.

       SetStepNamePara.
           EVALUATE WS-Step
               WHEN 1 MOVE "AGECALC"     TO WS-StepName
           WRITE NightControlRecord.
           CLOSE NightControl.

       *> every log line starts with the date and time it was written
       *> so CtznPurge can roll old entries out to the NIGHTARC files
       WriteLogPara.
           MOVE FUNCTION CURRENT-DATE TO WS-LogStamp
           OPEN EXTEND NightLog
           IF NightLogStatus = "35"
               OPEN OUTPUT NightLog
           END-IF
           MOVE SPACES TO NightLogRecord
           STRING WS-LogStamp(1:8) DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-LogStamp(9:6)    DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-LogLine          DELIMITED BY SIZE
               INTO NightLogRecord
           WRITE NightLogRecord
           CLOSE NightLog.

