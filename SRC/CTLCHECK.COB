       *> CTZNMAST and LOCMAST, compares the highest keys against the
       *> control files, reports gaps and collisions, and when run
       *> with REPAIR on the command line resets each control file to
       *> the highest master key plus one - citizen IDs already moved
       *> to the CTZNHIST history file by CtznPurge count as issued, so
       *> an archived ID is never handed out again; CtznCert's CERTCTL
       *> certificate-number control file is checked the same way
       *> against the CERTREG certificate register
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS CitizenFileStatus.
           SELECT CitizenHistory ASSIGN TO "CTZNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CTZN-ID
               FILE STATUS IS CitizenHistoryStatus.
           SELECT CitizenControl ASSIGN TO "CTZNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CitizenControlStatus.
           SELECT LocationControl ASSIGN TO "LOCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LocationControlStatus.
           SELECT CertificateRegister ASSIGN TO "CERTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CERT-NUMBER
               FILE STATUS IS CertificateRegisterStatus.
           SELECT CertificateControl ASSIGN TO "CERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CertificateControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CitizenFile.
           COPY CTZNREC.

       FD  CitizenHistory.
           COPY CHISTREC.

       FD  CitizenControl.
       01 CitizenControlRecord.
           02 NextCitizenId  PIC 9(6).
       01 LocationControlRecord.
           02 NextLocationCode  PIC 9(6).

       FD  CertificateRegister.
           COPY CERTREC.

       FD  CertificateControl.
       01 CertificateControlRecord.
           02 NextCertificateNo PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CitizenFileStatus     PIC XX    VALUE SPACES.
       01 CitizenHistoryStatus  PIC XX    VALUE SPACES.
       01 CitizenControlStatus  PIC XX    VALUE SPACES.
       01 LocationMasterStatus  PIC XX    VALUE SPACES.
       01 LocationControlStatus PIC XX    VALUE SPACES.
       01 CertificateRegisterStatus PIC XX VALUE SPACES.
       01 CertificateControlStatus  PIC XX VALUE SPACES.

       01 WS-ParmText           PIC X(8)  VALUE SPACES.
       01 WS-HighCtznId         PIC 9(6)  VALUE ZEROS.
       01 WS-HighLocCode        PIC 9(6)  VALUE ZEROS.
       01 WS-NextLocCode        PIC 9(6)  VALUE ZEROS.
       01 WS-SafeNextId         PIC 9(6)  VALUE ZEROS.
       01 WS-HighCertNo         PIC 9(8)  VALUE ZEROS.
       01 WS-NextCertNo         PIC 9(8)  VALUE ZEROS.
       01 WS-SafeNextCertNo     PIC 9(8)  VALUE ZEROS.
       01 WS-ProblemCount       PIC 9(2)  VALUE 0.
       01 WS-RepairCount        PIC 9(2)  VALUE 0.

             88 RepairMode      VALUE "R".
          02 WS-CtznEOF-SW      PIC X(1)  VALUE "N".
             88 CitizenFileEOF  VALUE "Y".
          02 WS-HistEOF-SW      PIC X(1)  VALUE "N".
             88 CitizenHistoryEOF VALUE "Y".
          02 WS-LocEOF-SW       PIC X(1)  VALUE "N".
             88 LocationMasterEOF VALUE "Y".
          02 WS-CtznCtlSw       PIC X(1)  VALUE "N".
             88 CitizenCtlFound VALUE "Y".
          02 WS-LocCtlSw        PIC X(1)  VALUE "N".
             88 LocationCtlFound VALUE "Y".
          02 WS-CertEOF-SW      PIC X(1)  VALUE "N".
             88 CertificateRegisterEOF VALUE "Y".
          02 WS-CertCtlSw       PIC X(1)  VALUE "N".
             88 CertificateCtlFound VALUE "Y".
          02 WS-ProblemSw       PIC X(1)  VALUE "N".
             88 ControlProblem  VALUE "Y".

           IF FUNCTION UPPER-CASE(WS-ParmText) = "REPAIR"
               MOVE "R" TO WS-ModeSw
           END-IF.
           PERFORM CheckCitizenControlPara
               THRU CheckCitizenControlPara-EXIT.
           PERFORM CheckLocationControlPara.
           PERFORM CheckCertificateControlPara.
           IF WS-ProblemCount = 0
               DISPLAY "CONTROL FILES ARE CONSISTENT"
           ELSE IF RepairMode
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "CTZNMAST: NO FILE, HIGHEST ID TAKEN AS ZERO"
           ELSE IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               DISPLAY "CTZNCTL: NOT CHECKED OR REPAIRED"
               ADD 1 TO WS-ProblemCount
               MOVE 8 TO RETURN-CODE
               CLOSE CitizenFile
               GO TO CheckCitizenControlPara-EXIT
           ELSE
               PERFORM ReadCitizenPara
               PERFORM ScanCitizenPara UNTIL CitizenFileEOF
           END-IF.
           CLOSE CitizenFile.
           OPEN INPUT CitizenHistory.
           IF CitizenHistoryStatus NOT = "35"
               PERFORM ReadHistoryPara
               PERFORM ScanHistoryPara UNTIL CitizenHistoryEOF
           END-IF.
           CLOSE CitizenHistory.
           MOVE "N" TO WS-CtznCtlSw.
           OPEN INPUT CitizenControl.
           IF CitizenControlStatus NOT = "35"
               END-IF
           END-IF.
           CLOSE CitizenControl.
           DISPLAY "CTZNMAST/CTZNHIST HIGHEST ID: " WS-HighCtznId.
           MOVE "N" TO WS-ProblemSw.
           IF NOT CitizenCtlFound
               DISPLAY "CTZNCTL: MISSING OR EMPTY"
               END-IF
           END-IF.

       CheckCitizenControlPara-EXIT.
           EXIT.

       ReadCitizenPara.
           READ CitizenFile NEXT RECORD
               AT END SET CitizenFileEOF TO TRUE
           END-IF.
           PERFORM ReadCitizenPara.

       ReadHistoryPara.
           READ CitizenHistory NEXT RECORD
               AT END SET CitizenHistoryEOF TO TRUE
           END-READ.

       ScanHistoryPara.
           IF HIST-CTZN-ID > WS-HighCtznId
               MOVE HIST-CTZN-ID TO WS-HighCtznId
           END-IF.
           PERFORM ReadHistoryPara.

       RepairCitizenControlPara.
           OPEN OUTPUT CitizenControl.
           MOVE WS-SafeNextId TO NextCitizenId.
           CLOSE LocationControl.
           ADD 1 TO WS-RepairCount.
           DISPLAY "LOCCTL: RESET TO NEXT CODE " WS-SafeNextId.

       *> a missing CERTCTL is only a problem once certificates have
       *> been issued: CtznCert starts numbering at 1 without one
       CheckCertificateControlPara.
           MOVE 0 TO WS-HighCertNo.
           OPEN INPUT CertificateRegister.
           IF CertificateRegisterStatus NOT = "35"
               PERFORM ReadCertificatePara
               PERFORM ScanCertificatePara UNTIL CertificateRegisterEOF
           END-IF.
           CLOSE CertificateRegister.
           MOVE "N" TO WS-CertCtlSw.
           OPEN INPUT CertificateControl.
           IF CertificateControlStatus NOT = "35"
               READ CertificateControl
                   AT END CONTINUE
               END-READ
               IF CertificateControlStatus = "00"
                   SET CertificateCtlFound TO TRUE
                   MOVE NextCertificateNo TO WS-NextCertNo
               END-IF
           END-IF.
           CLOSE CertificateControl.
           DISPLAY "CERTREG HIGHEST NUMBER: " WS-HighCertNo.
           MOVE "N" TO WS-ProblemSw.
           IF NOT CertificateCtlFound
               IF WS-HighCertNo > 0
                   DISPLAY "CERTCTL: MISSING OR EMPTY"
                   SET ControlProblem TO TRUE
               END-IF
           ELSE
               DISPLAY "CERTCTL NEXT NUMBER:    " WS-NextCertNo
               IF WS-NextCertNo <= WS-HighCertNo
                   DISPLAY "CERTCTL: COLLISION - NEXT NUMBER IS NOT"
                       " ABOVE THE HIGHEST REGISTER KEY"
                   SET ControlProblem TO TRUE
               ELSE IF WS-NextCertNo > WS-HighCertNo + 1
                   DISPLAY "CERTCTL: GAP - NUMBERS BETWEEN "
                       WS-HighCertNo " AND " WS-NextCertNo
                       " WERE NEVER ISSUED"
                   SET ControlProblem TO TRUE
               END-IF
           END-IF.
           IF ControlProblem
               ADD 1 TO WS-ProblemCount
               IF RepairMode
                   COMPUTE WS-SafeNextCertNo = WS-HighCertNo + 1
                   PERFORM RepairCertificateControlPara
               END-IF
           END-IF.

       ReadCertificatePara.
           READ CertificateRegister NEXT RECORD
               AT END SET CertificateRegisterEOF TO TRUE
           END-READ.

       ScanCertificatePara.
           IF CERT-NUMBER > WS-HighCertNo
               MOVE CERT-NUMBER TO WS-HighCertNo
           END-IF.
           PERFORM ReadCertificatePara.

       RepairCertificateControlPara.
           OPEN OUTPUT CertificateControl.
           MOVE WS-SafeNextCertNo TO NextCertificateNo.
           WRITE CertificateControlRecord.
           CLOSE CertificateControl.
           ADD 1 TO WS-RepairCount.
           DISPLAY "CERTCTL: RESET TO NEXT NUMBER " WS-SafeNextCertNo.
