       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPROF.

      * ONE PASS OVER THE EMPLOYEE MASTER (EMPMAST), WHICH CARRIES
      * BOTH THE BIRTH DATE (AS USED BY AGECALC) AND THE HIRE DATE
      * (AS USED BY SVCCALC) FOR EACH SIX-CHARACTER EMP-ID: WRITES
      * ONE COMBINED PROFILE LINE PER EMPLOYEE STILL IN SERVICE ON
      * THE BUSINESS DATE WITH AGE AND LENGTH OF SERVICE SIDE BY SIDE
      * AND THE AGE-PLUS-SERVICE POINTS TOTAL FOR THE EARLY-PENSION
      * RULE (ELIGIBLE AT 85 POINTS), PLUS AN EXCEPTION LIST OF
      * ACTIVE EMP-IDS WHOSE BIRTH OR HIRE DATE IS NOT YET ON FILE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.
           SELECT EMPPROF-FILE ASSIGN TO "EMPPROF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPPEXC-FILE ASSIGN TO "EMPPEXC"

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY EMPREC.

       FD  EMPPROF-FILE.
       01 EMPPROF-RECORD.
           02 EXC-REASON        PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-EMPM-STATUS    PIC XX   VALUE SPACES.

       01 WS-CURRENT-DATE.
           02 WS-CURR-DATE-DETAIL PIC X(21).
           02 WS-CURR-DD   PIC 9(2).
           02 FILLER       PIC X(13).

       01 WS-BUSINESS-DATE  PIC 9(8) VALUE ZEROS.

       01 WS-CALC-DATE.
           02 WS-CALC-YYYY  PIC 9999.
           02 WS-CALC-MM    PIC 99.
           02 WS-CALC-DD    PIC 99.

       01 WS-POINTS         PIC 999  VALUE 0.

       01 WS-PROFILE-COUNT  PIC 9(6) VALUE 0.
       01 WS-EXC-COUNT      PIC 9(6) VALUE 0.

       01 WS-SWITCHES.
           02 WS-EMPM-EOF-SW  PIC X(1) VALUE "N".
              88 EMPM-EOF     VALUE "Y".
           02 WS-ACTIVE-SW    PIC X(1) VALUE "N".
              88 EMPLOYEE-IN-SERVICE VALUE "Y".
           02 WS-RETIRE-SW    PIC X(1) VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-START.
           CALL "BusDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-CURR-DATE-DETAIL.
           PERFORM MERGE-PARA THRU MERGE-PARA-EXIT.
           DISPLAY " PROFILE LINES WRITTEN:   " WS-PROFILE-COUNT.
           DISPLAY " EXCEPTION LINES WRITTEN: " WS-EXC-COUNT.
           STOP RUN.

       MERGE-PARA.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPM-STATUS = "35"
               DISPLAY " NO EMPLOYEE MASTER (EMPMAST) FOUND"
               CLOSE EMPMAST-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MERGE-PARA-EXIT
           END-IF.
           OPEN OUTPUT EMPPROF-FILE.
           OPEN OUTPUT EMPPEXC-FILE.
           PERFORM READ-EMPM-PARA.
           PERFORM MATCH-EMPM-PARA UNTIL EMPM-EOF.
           CLOSE EMPPROF-FILE.
           CLOSE EMPPEXC-FILE.
           CLOSE EMPMAST-FILE.
       MERGE-PARA-EXIT.
           EXIT.

       READ-EMPM-PARA.
           READ EMPMAST-FILE
               AT END SET EMPM-EOF TO TRUE
           END-READ.

       MATCH-EMPM-PARA.
           PERFORM CHECK-ACTIVE-PARA.
           IF NOT EMPLOYEE-IN-SERVICE
               CONTINUE
           ELSE IF EMP-BIRTH-DATE = ZEROS
               MOVE SPACES          TO EMPPEXC-RECORD
               MOVE EMP-ID          TO EXC-EMP-ID
               MOVE "NO BIRTH DATE ON MASTER" TO EXC-REASON
               WRITE EMPPEXC-RECORD
               ADD 1 TO WS-EXC-COUNT
           ELSE IF EMP-HIRE-DATE = ZEROS
               MOVE SPACES          TO EMPPEXC-RECORD
               MOVE EMP-ID          TO EXC-EMP-ID
               MOVE "NO HIRE DATE ON MASTER" TO EXC-REASON
               WRITE EMPPEXC-RECORD
               ADD 1 TO WS-EXC-COUNT
           ELSE
               PERFORM WRITE-PROFILE-PARA
           END-IF.
           PERFORM READ-EMPM-PARA.

      * ONLY EMPLOYEES STILL IN SERVICE ON THE BUSINESS DATE: STATUS
      * "A" AND NO TERMINATION DATE ON OR BEFORE IT
       CHECK-ACTIVE-PARA.
           MOVE "N" TO WS-ACTIVE-SW.
           IF EmployeeActive
               IF EMP-TERM-DATE = ZEROS
                       OR EMP-TERM-DATE > WS-BUSINESS-DATE
                   MOVE "Y" TO WS-ACTIVE-SW
               END-IF
           END-IF.

       WRITE-PROFILE-PARA.
           MOVE SPACES      TO EMPPROF-RECORD.
           MOVE EMP-ID      TO PROF-EMP-ID.
      * AGE FROM THE BIRTH DATE
           MOVE EMP-BIRTH-YYYY TO WS-CALC-YYYY.
           MOVE EMP-BIRTH-MM   TO WS-CALC-MM.
           MOVE EMP-BIRTH-DD   TO WS-CALC-DD.
           PERFORM COMPUTE-SPAN-PARA.
           MOVE WS-CALC-YYYY TO PROF-AGE-YY.
           MOVE WS-CALC-MM   TO PROF-AGE-MM.
           MOVE WS-CALC-DD   TO PROF-AGE-DD.
           MOVE WS-CALC-YYYY TO WS-POINTS.
      * LENGTH OF SERVICE FROM THE HIRE DATE
           MOVE EMP-HIRE-YYYY  TO WS-CALC-YYYY.
           MOVE EMP-HIRE-MM    TO WS-CALC-MM.
           MOVE EMP-HIRE-DD    TO WS-CALC-DD.
           PERFORM COMPUTE-SPAN-PARA.
           MOVE WS-CALC-YYYY TO PROF-SVC-YY.
           MOVE WS-CALC-MM   TO PROF-SVC-MM.
           ADD 1 TO WS-PROFILE-COUNT.

      * AGEMATH TURNS THE DATE IN WS-CALC-DATE INTO THE ELAPSED
      * YEARS/MONTHS/DAYS UP TO THE BUSINESS DATE, IN PLACE
       COMPUTE-SPAN-PARA.
           MOVE "N" TO WS-RETIRE-SW.
           CALL "AGEMATH" USING WS-CURR-MM, WS-CURR-DD, WS-CURR-YYYY,
                   WS-CALC-MM, WS-CALC-DD, WS-CALC-YYYY, WS-RETIRE-SW
           END-CALL.
