       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusDate.
       AUTHOR. Jan Kammerath.
       *> hand back the processing date (YYYYMMDD) the nightly suite
       *> computes ages, service and change stamps as of: the date on
       *> the BUSDATE control record NightRun writes when the night
       *> opens, so a step resumed after midnight still agrees with
       *> the steps that ran before it - the system clock is used
       *> only while no business date has been set yet
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusinessDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BusinessDateFile.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01 BusinessDateStatus    PIC XX     VALUE SPACES.

       01 WS-CurrentDate.
           02 WS-Curr-Detail PIC X(21).
       01 WS-CurrentDate-R REDEFINES WS-CurrentDate.
           02 WS-Curr-YYYYMMDD PIC 9(8).
           02 FILLER           PIC X(13).

       LINKAGE SECTION.
       01 OutBusinessDate  PIC 9(8).

       PROCEDURE DIVISION USING OutBusinessDate.
       GetBusinessDate.
           MOVE ZEROS TO OutBusinessDate.
           OPEN INPUT BusinessDateFile.
           IF BusinessDateStatus NOT = "35"
               READ BusinessDateFile
                   AT END CONTINUE
               END-READ
               IF BusinessDateStatus = "00"
                       AND BDT-BUSINESS-DATE IS NUMERIC
                   MOVE BDT-BUSINESS-DATE TO OutBusinessDate
               END-IF
           END-IF.
           CLOSE BusinessDateFile.
           IF OutBusinessDate = 0
               MOVE FUNCTION CURRENT-DATE TO WS-Curr-Detail
               MOVE WS-Curr-YYYYMMDD TO OutBusinessDate
               DISPLAY "NO BUSINESS DATE SET - USING SYSTEM DATE "
                   OutBusinessDate
           END-IF.
       GetBusinessDate-EXIT.
           GOBACK.
