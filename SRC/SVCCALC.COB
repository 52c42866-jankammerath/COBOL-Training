       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.
           SELECT SVCRPT-FILE ASSIGN TO "SVCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY EMPREC.

       FD  SVCRPT-FILE.
       01 SVCRPT-RECORD.
           02 WS-CURR-DD   PIC 9(2).
           02 FILLER       PIC X(13).

       01 WS-BUSINESS-DATE  PIC 9(8) VALUE ZEROS.
       01 WS-EMPM-STATUS    PIC XX   VALUE SPACES.

       01 WS-SWITCHES.
           02 WS-EOF-SW      PIC X(1) VALUE "N".
              88 EMPM-EOF    VALUE "Y".
           02 WS-ACTIVE-SW   PIC X(1) VALUE "N".
              88 EMPLOYEE-IN-SERVICE VALUE "Y".
           02 WS-MILE-SW     PIC X(1) VALUE "N".
              88 UpcomingRetirement VALUE "Y".

           PERFORM BATCH-PARA THRU BATCH-PARA-EXIT.
           GOBACK.

      * SERVICE IS COMPUTED AS OF THE NIGHT'S BUSINESS DATE
      * (BUSDATE), NOT THE SYSTEM CLOCK
       ACCEPT-PARA.
           CALL "BusDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-CURR-DATE-DETAIL.
           MOVE WS-CURR-YYYY TO THY.
           MOVE WS-CURR-YYYY TO YY.
           MOVE WS-CURR-MM   TO MM.
           MOVE WS-CURR-DD   TO DD.
           DISPLAY "-----------------------------------------------".
           DISPLAY " BUSINESS DATE:- " DD "/" MM "/" THY.
           DISPLAY "-----------------------------------------------".
       ACCEPT-PARA-EXIT.
           EXIT.
           EXIT.

       BATCH-PARA.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPM-STATUS = "35"
               DISPLAY " NO EMPLOYEE MASTER (EMPMAST) FOUND "
               CLOSE EMPMAST-FILE
               MOVE 8 TO RETURN-CODE
               GO TO BATCH-PARA-EXIT
           END-IF.
           OPEN OUTPUT SVCRPT-FILE.
           PERFORM READ-EMPM-PARA.
           PERFORM PROCESS-EMPM-PARA THRU PROCESS-EMPM-PARA-EXIT
               UNTIL EMPM-EOF.
           CLOSE EMPMAST-FILE.
           CLOSE SVCRPT-FILE.
       BATCH-PARA-EXIT.
           EXIT.

       READ-EMPM-PARA.
           READ EMPMAST-FILE
               AT END SET EMPM-EOF TO TRUE
           END-READ.

      * ONLY EMPLOYEES STILL IN SERVICE ON THE BUSINESS DATE, WITH A
      * HIRE DATE ON THE MASTER, ARE REPORTED
       PROCESS-EMPM-PARA.
           PERFORM CHECK-ACTIVE-PARA.
           IF NOT EMPLOYEE-IN-SERVICE OR EMP-HIRE-DATE = ZEROS
               PERFORM READ-EMPM-PARA
               GO TO PROCESS-EMPM-PARA-EXIT
           END-IF.
           MOVE EMP-HIRE-YYYY  TO HYY.
           MOVE EMP-HIRE-MM    TO HMM.
           MOVE EMP-HIRE-DD    TO HDD.
           PERFORM COMPUTE-PARA THRU COMPUTE-PARA-EXIT.
           MOVE SPACES         TO SVCRPT-RECORD.
           MOVE EMP-ID         TO SVCRPT-EMP-ID.
           MOVE HYY            TO SVCRPT-SVC-YY.
           MOVE HMM            TO SVCRPT-SVC-MM.
           MOVE HDD            TO SVCRPT-SVC-DD.
           PERFORM SET-MILESTONE-PARA.
           WRITE SVCRPT-RECORD.
           PERFORM READ-EMPM-PARA.
       PROCESS-EMPM-PARA-EXIT.
           EXIT.

       CHECK-ACTIVE-PARA.
           MOVE "N" TO WS-ACTIVE-SW.
           IF EmployeeActive
               IF EMP-TERM-DATE = ZEROS
                       OR EMP-TERM-DATE > WS-BUSINESS-DATE
                   MOVE "Y" TO WS-ACTIVE-SW
               END-IF
           END-IF.

       SET-MILESTONE-PARA.
           MOVE SPACES TO SVCRPT-MILESTONE.
