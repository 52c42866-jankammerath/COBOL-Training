       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.
           SELECT AGERPT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGECKPT-FILE ASSIGN TO "AGECKPT"

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY EMPREC.

       FD  AGERPT-FILE.
       01 AGERPT-RECORD.
           02 WS-CURR-DD   PIC 9(2).
           02 FILLER       PIC X(13).

       01 WS-BUSINESS-DATE  PIC 9(8) VALUE ZEROS.

       01 WS-RUN-MODE       PIC X(8) VALUE SPACES.
       01 WS-RETCHECK-COUNTRY PIC XX VALUE SPACES.

       01 WS-EMPM-STATUS         PIC XX    VALUE SPACES.
       01 WS-CKPT-STATUS         PIC XX    VALUE SPACES.
       01 WS-CHECKPOINT-INTERVAL PIC 9(4)  VALUE 50.
       01 WS-SKIP-COUNT          PIC 9(6)  VALUE 0.

       01 WS-SWITCHES.
           02 WS-EOF-SW     PIC X(1) VALUE "N".
              88 EMPM-EOF   VALUE "Y".
           02 WS-RETIRE-SW  PIC X(1) VALUE "N".
              88 UPCOMING-RETIREMENT VALUE "Y".
           02 WS-VALID-SW   PIC X(1) VALUE "Y".
              88 EMPM-VALID VALUE "Y".
           02 WS-ACTIVE-SW  PIC X(1) VALUE "N".
              88 EMPLOYEE-IN-SERVICE VALUE "Y".

       01 WS-EXC-REASON     PIC X(30) VALUE SPACES.
       01 WS-REJECTED-COUNT PIC 9(6)  VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-START.
           GO TO MAIN-PARA.

       ACCEPT-PARA.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           PERFORM SET-DATE-PARA.
           DISPLAY "-----------------------------------------------".
           DISPLAY " BUSINESS DATE:- " DD "/" MM "/" TYY.
           DISPLAY "-----------------------------------------------".
       ACCEPT-PARA-EXIT.
           EXIT.

      * AGES ARE COMPUTED AS OF THE NIGHT'S BUSINESS DATE (BUSDATE),
      * NOT THE SYSTEM CLOCK, SO A STEP RESUMED AFTER MIDNIGHT AGREES
      * WITH THE REST OF THE NIGHTLY RUN
       SET-DATE-PARA.
           CALL "BusDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-CURR-DATE-DETAIL.
           MOVE WS-CURR-YYYY TO TYY.
           MOVE WS-CURR-YYYY TO YY.
           MOVE WS-CURR-MM   TO MM.
           MOVE WS-CURR-DD   TO DD.

       MAIN-PARA.
           DISPLAY " ENTER THE BIRTH-DATE(YYYYMMDD):- ".
           ACCEPT BIRDATE.
           MOVE "N" TO WS-RETIRE-SW
           CALL "AGEMATH" USING MM, DD, TYY, BMM, BDD, BYY, WS-RETIRE-SW
           END-CALL
      * THE BATCH LEG PASSES THE EMPLOYEE'S COUNTRY FROM EMPMAST; A
      * BLANK COUNTRY (AND THE INTERACTIVE LEG) GETS THE "**" DEFAULT
      * RETIREMENT RULE FROM THE RETAGE FILE
           CALL "RETCHECK" USING WS-RETCHECK-COUNTRY, BYY, BMM,
                   WS-RETIRE-SW
           END-CALL.

       BATCH-PARA.
           PERFORM CHECK-RESTART-PARA.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPM-STATUS = "35"
               DISPLAY " NO EMPLOYEE MASTER (EMPMAST) FOUND "
               CLOSE EMPMAST-FILE
               MOVE 8 TO RETURN-CODE
               GO TO BATCH-PARA-EXIT
           END-IF.
           IF WS-SKIP-COUNT > 0
               OPEN EXTEND AGERPT-FILE
               OPEN EXTEND AGEEXC-FILE
               PERFORM READ-EMPM-PARA WS-SKIP-COUNT TIMES
           ELSE
               OPEN OUTPUT AGERPT-FILE
               OPEN OUTPUT AGEEXC-FILE
           END-IF.
           MOVE WS-SKIP-COUNT TO WS-PROCESSED-COUNT.
           PERFORM READ-EMPM-PARA.
           PERFORM PROCESS-EMPM-PARA THRU PROCESS-EMPM-PARA-EXIT
               UNTIL EMPM-EOF.
           CLOSE EMPMAST-FILE.
           CLOSE AGERPT-FILE.
           CLOSE AGEEXC-FILE.
           DISPLAY " REJECTED RECORDS: " WS-REJECTED-COUNT.
           DISPLAY " INACTIVE EMPLOYEES SKIPPED: " WS-INACTIVE-COUNT.
           PERFORM CLEAR-CHECKPOINT-PARA.
       BATCH-PARA-EXIT.
           EXIT.
                   = 0
               OPEN OUTPUT AGECKPT-FILE
               MOVE WS-PROCESSED-COUNT TO CKPT-PROCESSED-COUNT
               MOVE EMP-ID             TO CKPT-LAST-EMP-ID
               WRITE AGECKPT-RECORD
               CLOSE AGECKPT-FILE
           END-IF.

       READ-EMPM-PARA.
           READ EMPMAST-FILE
               AT END SET EMPM-EOF TO TRUE
           END-READ.

       PROCESS-EMPM-PARA.
           ADD 1 TO WS-PROCESSED-COUNT.
           PERFORM CHECK-ACTIVE-PARA.
           IF NOT EMPLOYEE-IN-SERVICE
               ADD 1 TO WS-INACTIVE-COUNT
               PERFORM WRITE-CHECKPOINT-PARA
               PERFORM READ-EMPM-PARA
               GO TO PROCESS-EMPM-PARA-EXIT
           END-IF.
           MOVE EMP-BIRTH-YYYY   TO BYY.
           MOVE EMP-BIRTH-MM     TO BMM.
           MOVE EMP-BIRTH-DD     TO BDD.
           MOVE EMP-COUNTRY-CODE TO WS-RETCHECK-COUNTRY.
           PERFORM VALIDATE-EMPM-PARA.
           IF EMPM-VALID
               PERFORM COMPUTE-PARA THRU COMPUTE-PARA-EXIT
               MOVE SPACES          TO AGERPT-RECORD
               MOVE EMP-ID          TO AGERPT-EMP-ID
               MOVE BYY             TO AGERPT-AGE-YY
               MOVE BMM             TO AGERPT-AGE-MM
               MOVE BDD             TO AGERPT-AGE-DD
               WRITE AGERPT-RECORD
           ELSE
               MOVE SPACES          TO AGEEXC-RECORD
               MOVE EMP-ID          TO AGEEXC-EMP-ID
               MOVE WS-EXC-REASON   TO AGEEXC-REASON
               WRITE AGEEXC-RECORD
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM WRITE-CHECKPOINT-PARA.
           PERFORM READ-EMPM-PARA.
       PROCESS-EMPM-PARA-EXIT.
           EXIT.

      * ONLY EMPLOYEES STILL IN SERVICE ON THE BUSINESS DATE ARE
      * REPORTED: STATUS "A" AND NO TERMINATION DATE ON OR BEFORE IT
       CHECK-ACTIVE-PARA.
           MOVE "N" TO WS-ACTIVE-SW.
           IF EmployeeActive
               IF EMP-TERM-DATE = ZEROS
                       OR EMP-TERM-DATE > WS-BUSINESS-DATE
                   MOVE "Y" TO WS-ACTIVE-SW
               END-IF
           END-IF.

       VALIDATE-EMPM-PARA.
           MOVE "Y" TO WS-VALID-SW.
           IF BYY > TYY
               MOVE "N" TO WS-VALID-SW
      * CALLER INSTEAD OF STOPPING THE RUN UNIT
       AGECALCB-PARA.
           ENTRY "AGECALCB".
           PERFORM SET-DATE-PARA.
           PERFORM BATCH-PARA THRU BATCH-PARA-EXIT.
           GOBACK.
