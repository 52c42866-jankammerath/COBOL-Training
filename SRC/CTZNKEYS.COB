       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznKeys.
       AUTHOR. Jan Kammerath.
       *> one-time rebuild of the citizen registry with the alternate
       *> keys CtznFind searches by: reads a CTZNMAST that was built
       *> with CTZN-ID as its only key (every other program now
       *> declares the CTZN-LOCATION-CODE and CTZN-BIRTH-DATE
       *> alternate keys and cannot open it - file status 39) and
       *> copies each record unchanged to CTZNNEWM, which carries all
       *> three keys - after checking the counts, replace CTZNMAST
       *> with the CTZNNEWM file this run produced, as after CtznConv
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldCitizenFile ASSIGN TO "CTZNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CTZN-ID
               FILE STATUS IS OldCitizenStatus.
           SELECT NewCitizenFile ASSIGN TO "CTZNNEWM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS NewCitizenStatus.

       DATA DIVISION.
       FILE SECTION.
       *> the current CTZNREC record, seen only through its prime key
       FD  OldCitizenFile.
       01 OLD-CITIZEN-RECORD.
           02 OLD-CTZN-ID            PIC 9(6).
           02 FILLER                 PIC X(99).

       FD  NewCitizenFile.
           COPY CTZNREC.

       WORKING-STORAGE SECTION.
       01 OldCitizenStatus      PIC XX     VALUE SPACES.
       01 NewCitizenStatus      PIC XX     VALUE SPACES.

       01 WS-ReadCount          PIC 9(6)  VALUE 0.
       01 WS-WrittenCount       PIC 9(6)  VALUE 0.

       01 WS-SWITCHES.
          02 WS-CtznEOF-SW      PIC X(1)  VALUE "N".
             88 OldCitizenEOF   VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT OldCitizenFile.
           IF OldCitizenStatus = "35"
               DISPLAY "NO CITIZENS ON FILE - NOTHING TO REBUILD"
               CLOSE OldCitizenFile
               STOP RUN
           END-IF.
           IF OldCitizenStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   OldCitizenStatus
               DISPLAY "STATUS 39 MEANS THE MASTER ALREADY CARRIES THE"
                   " ALTERNATE KEYS - DO NOT REBUILD IT AGAIN"
               STOP RUN
           END-IF.
           OPEN OUTPUT NewCitizenFile.
           IF NewCitizenStatus NOT = "00"
               DISPLAY "CTZNNEWM OPEN FAILED, FILE STATUS "
                   NewCitizenStatus
               CLOSE OldCitizenFile
               STOP RUN
           END-IF.
           PERFORM ReadOldCitizenPara.
           PERFORM CopyCitizenPara UNTIL OldCitizenEOF.
           CLOSE NewCitizenFile.
           CLOSE OldCitizenFile.
           DISPLAY "CITIZENS READ:         " WS-ReadCount.
           DISPLAY "CITIZENS WRITTEN:      " WS-WrittenCount.
           DISPLAY "REBUILT MASTER WRITTEN TO CTZNNEWM - AFTER"
               " CHECKING THE COUNTS, REPLACE CTZNMAST WITH IT".
           STOP RUN.

       ReadOldCitizenPara.
           READ OldCitizenFile NEXT RECORD
               AT END SET OldCitizenEOF TO TRUE
           END-READ.

       CopyCitizenPara.
           ADD 1 TO WS-ReadCount.
           MOVE OLD-CITIZEN-RECORD TO CITIZEN-REGISTRY-RECORD.
           WRITE CITIZEN-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE CITIZEN ID " CTZN-ID
                       " NOT WRITTEN TO CTZNNEWM"
           END-WRITE.
           IF NewCitizenStatus = "00" OR NewCitizenStatus = "02"
               ADD 1 TO WS-WrittenCount
           END-IF.
           PERFORM ReadOldCitizenPara.
