       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtznCert.
       AUTHOR. Jan Kammerath.
       *> proof-of-age certificates for the front desk: instead of
       *> reading the AGEMATH result off ViewCitizenPara and typing a
       *> letter, the clerk issues a numbered certificate for an active
       *> citizen - CTZN-ID, birthdate, exact age in years, months and
       *> days on the issue date and the registered location from
       *> LOCMAST - printed to CERTPRT and recorded in the CERTREG
       *> register under the next number from the CERTCTL control file
       *> with the signed-on operator; deceased and moved-away citizens
       *> are refused, and the verify option answers a third party who
       *> phones in a certificate number
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
           SELECT LocationMaster ASSIGN TO "LOCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-CODE
               FILE STATUS IS LocationMasterStatus.
           SELECT CertificateRegister ASSIGN TO "CERTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-NUMBER
               FILE STATUS IS CertificateRegisterStatus.
           SELECT CertificateControl ASSIGN TO "CERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CertificateControlStatus.
           SELECT CertificatePrint ASSIGN TO "CERTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CertificatePrintStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CitizenFile.
           COPY CTZNREC.

       FD  LocationMaster.
           COPY LOCREC.

       FD  CertificateRegister.
           COPY CERTREC.

       FD  CertificateControl.
       01 CertificateControlRecord.
           02 NextCertificateNo PIC 9(8).

       FD  CertificatePrint.
       01 CertificatePrintRecord PIC X(100).

       WORKING-STORAGE SECTION.
       01 CitizenFileStatus         PIC XX     VALUE SPACES.
       01 LocationMasterStatus      PIC XX     VALUE SPACES.
       01 CertificateRegisterStatus PIC XX     VALUE SPACES.
       01 CertificateControlStatus  PIC XX     VALUE SPACES.
       01 CertificatePrintStatus    PIC XX     VALUE SPACES.

       01 OperatorId            PIC X(8)   VALUE SPACES.
       01 WS-AuthLevel          PIC 9(1)   VALUE 0.
       01 WS-SignOnSw           PIC X(1)   VALUE "N".
          88 SignOnValid        VALUE "Y".

       01 WS-MenuChoice         PIC X(1)   VALUE SPACES.
          88 IssueCertificate   VALUE "1".
          88 VerifyCertificate  VALUE "2".
          88 ExitMenu           VALUE "3".

       01 WS-CurrentDate.
           02 WS-Curr-Detail PIC X(21).
       01 WS-CurrentDate-R REDEFINES WS-CurrentDate.
           02 WS-Curr-YYYY PIC 9(4).
           02 WS-Curr-MM   PIC 9(2).
           02 WS-Curr-DD   PIC 9(2).
           02 WS-Curr-Time PIC 9(6).
           02 FILLER       PIC X(7).

       01 WS-Age-BMM  PIC 99.
       01 WS-Age-BDD  PIC 99.
       01 WS-Age-BYY  PIC 9999.

       01 WS-LookupId           PIC 9(6)   VALUE ZEROS.
       01 WS-LookupCertNo       PIC 9(8)   VALUE ZEROS.
       01 WS-NextCertNo         PIC 9(8)   VALUE ZEROS.
       01 WS-IssueDate          PIC 9(8)   VALUE ZEROS.
       01 WS-BirthDate          PIC 9(8)   VALUE ZEROS.
       01 WS-Confirm            PIC X(1)   VALUE SPACES.
       01 WS-RetireSw           PIC X(1)   VALUE "N".

       01 WS-EditDate           PIC 9(8)   VALUE ZEROS.
       01 WS-EditDateText       PIC X(10)  VALUE SPACES.
       01 WS-AgeYearsEdit       PIC ZZ9.
       01 WS-AgeMonthsEdit      PIC Z9.
       01 WS-AgeDaysEdit        PIC Z9.
       01 WS-AgeText            PIC X(40)  VALUE SPACES.
       01 WS-LocationText       PIC X(90)  VALUE SPACES.
       01 WS-PrintLine          PIC X(100).

       PROCEDURE DIVISION.
       Begin.
           PERFORM SignOnPara.

       MenuPara.
           DISPLAY "-----------------------------------------------"
           DISPLAY " PROOF-OF-AGE CERTIFICATES"
           DISPLAY " 1. ISSUE A CERTIFICATE"
           DISPLAY " 2. VERIFY A CERTIFICATE NUMBER"
           DISPLAY " 3. EXIT"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Enter your choice:" WITH NO ADVANCING
           ACCEPT WS-MenuChoice.
           IF IssueCertificate
               PERFORM IssueCertificatePara
                   THRU IssueCertificatePara-EXIT
           ELSE IF VerifyCertificate
               PERFORM VerifyCertificatePara
                   THRU VerifyCertificatePara-EXIT
           ELSE IF ExitMenu
               STOP RUN
           ELSE
               DISPLAY "INVALID CHOICE"
           END-IF.
           GO TO MenuPara.

       SignOnPara.
           DISPLAY "Enter your operator ID:" WITH NO ADVANCING
           ACCEPT OperatorId
           CALL "OperSign" USING OperatorId, WS-AuthLevel, WS-SignOnSw
           END-CALL
           IF NOT SignOnValid
               DISPLAY "SIGN-ON REJECTED"
               STOP RUN
           END-IF.

       *> the certificate is dated by the clock, as ViewCitizenPara
       *> is: the age printed is the age on the day it is handed over
       IssueCertificatePara.
           DISPLAY "Enter citizen ID:" WITH NO ADVANCING
           ACCEPT WS-LookupId.
           OPEN INPUT CitizenFile.
           IF CitizenFileStatus = "35"
               DISPLAY "NO CITIZENS ON FILE"
               CLOSE CitizenFile
               GO TO IssueCertificatePara-EXIT
           END-IF.
           IF CitizenFileStatus NOT = "00"
               DISPLAY "CTZNMAST OPEN FAILED, FILE STATUS "
                   CitizenFileStatus
               CLOSE CitizenFile
               GO TO IssueCertificatePara-EXIT
           END-IF.
           MOVE WS-LookupId TO CTZN-ID.
           READ CitizenFile
               INVALID KEY
                   DISPLAY "CITIZEN ID NOT FOUND"
                   CLOSE CitizenFile
                   GO TO IssueCertificatePara-EXIT
           END-READ.
           CLOSE CitizenFile.
           IF CitizenDeceased
               DISPLAY "CERTIFICATE REFUSED - CITIZEN IS DECEASED"
               GO TO IssueCertificatePara-EXIT
           END-IF.
           IF CitizenMovedAway
               DISPLAY "CERTIFICATE REFUSED - CITIZEN HAS MOVED AWAY"
               GO TO IssueCertificatePara-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-Curr-Detail.
           COMPUTE WS-IssueDate = WS-Curr-YYYY * 10000
               + WS-Curr-MM * 100 + WS-Curr-DD.
           IF CTZN-BIRTH-YYYY IS NUMERIC AND CTZN-BIRTH-MM IS NUMERIC
                   AND CTZN-BIRTH-DD IS NUMERIC
               COMPUTE WS-BirthDate = CTZN-BIRTH-YYYY * 10000
                   + CTZN-BIRTH-MM * 100 + CTZN-BIRTH-DD
           ELSE
               MOVE ZEROS TO WS-BirthDate
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BirthDate) NOT = 0
                   OR WS-BirthDate > WS-IssueDate
               DISPLAY "CERTIFICATE REFUSED - BIRTH DATE ON FILE IS"
                   " NOT VALID"
               DISPLAY "CORRECT THE CITIZEN THROUGH CTZNMENU FIRST"
               GO TO IssueCertificatePara-EXIT
           END-IF.

           PERFORM ReadLocationPara THRU ReadLocationPara-EXIT.
           IF LocationMasterStatus NOT = "00"
               DISPLAY "CERTIFICATE REFUSED - LOCATION CODE "
                   CTZN-LOCATION-CODE " IS NOT ON LOCMAST"
               DISPLAY "CORRECT THE CITIZEN THROUGH CTZNMENU FIRST"
               GO TO IssueCertificatePara-EXIT
           END-IF.

           MOVE CTZN-BIRTH-MM   TO WS-Age-BMM.
           MOVE CTZN-BIRTH-DD   TO WS-Age-BDD.
           MOVE CTZN-BIRTH-YYYY TO WS-Age-BYY.
           MOVE "N" TO WS-RetireSw.
           CALL "AGEMATH" USING WS-Curr-MM, WS-Curr-DD, WS-Curr-YYYY,
                   WS-Age-BMM, WS-Age-BDD, WS-Age-BYY, WS-RetireSw
           END-CALL.

           MOVE SPACES TO CERTIFICATE-RECORD.
           MOVE CTZN-ID          TO CERT-CTZN-ID.
           MOVE WS-IssueDate     TO CERT-ISSUE-DATE.
           MOVE WS-Curr-Time     TO CERT-ISSUE-TIME.
           MOVE OperatorId       TO CERT-OPERATOR-ID.
           MOVE WS-BirthDate     TO CERT-BIRTH-DATE.
           MOVE WS-Age-BYY       TO CERT-AGE-YY.
           MOVE WS-Age-BMM       TO CERT-AGE-MM.
           MOVE WS-Age-BDD       TO CERT-AGE-DD.
           MOVE LM-LOCATION-CODE TO CERT-LOCATION-CODE.
           MOVE LM-CITY-NAME     TO CERT-CITY-NAME.
           MOVE LM-STATE-CODE    TO CERT-STATE-CODE.
           MOVE LM-COUNTRY-CODE  TO CERT-COUNTRY-CODE.
           PERFORM FormatCertificatePara.
           DISPLAY "CITIZEN ID:    " CERT-CTZN-ID.
           MOVE CERT-BIRTH-DATE TO WS-EditDate.
           PERFORM FormatDatePara.
           DISPLAY "DATE OF BIRTH: " WS-EditDateText.
           DISPLAY "AGE TODAY:     " FUNCTION TRIM(WS-AgeText).
           DISPLAY "REGISTERED AT: " FUNCTION TRIM(WS-LocationText).
           DISPLAY "Issue the certificate (Y/N)?" WITH NO ADVANCING
           ACCEPT WS-Confirm.
           IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
               DISPLAY "CERTIFICATE NOT ISSUED"
               GO TO IssueCertificatePara-EXIT
           END-IF.

           PERFORM OpenRegisterForWrite.
           IF CertificateRegisterStatus NOT = "00"
               DISPLAY "CERTIFICATE NOT ISSUED - CERTREG OPEN FAILED,"
                   " FILE STATUS " CertificateRegisterStatus
               CLOSE CertificateRegister
               GO TO IssueCertificatePara-EXIT
           END-IF.
           PERFORM GetNextCertificateNo.
           MOVE WS-NextCertNo TO CERT-NUMBER.
           WRITE CERTIFICATE-RECORD
               INVALID KEY
                   DISPLAY "CERTIFICATE NOT ISSUED - DUPLICATE NUMBER "
                       CERT-NUMBER
                   DISPLAY "RUN CTLCHECK TO REPAIR THE CONTROL FILE"
                   CLOSE CertificateRegister
                   GO TO IssueCertificatePara-EXIT
           END-WRITE.
           IF CertificateRegisterStatus NOT = "00"
               DISPLAY "CERTIFICATE NOT ISSUED - CERTREG WRITE FAILED,"
                   " FILE STATUS " CertificateRegisterStatus
               CLOSE CertificateRegister
               GO TO IssueCertificatePara-EXIT
           END-IF.
           CLOSE CertificateRegister.
           PERFORM PrintCertificatePara.
           DISPLAY "CERTIFICATE " CERT-NUMBER " ISSUED TO CITIZEN "
               CERT-CTZN-ID " - PRINTED TO CERTPRT".
       IssueCertificatePara-EXIT.
           EXIT.

       ReadLocationPara.
           MOVE "23" TO LocationMasterStatus.
           IF CTZN-LOCATION-CODE = ZEROS
               GO TO ReadLocationPara-EXIT
           END-IF.
           OPEN INPUT LocationMaster.
           IF LocationMasterStatus = "35"
               CLOSE LocationMaster
               GO TO ReadLocationPara-EXIT
           END-IF.
           MOVE CTZN-LOCATION-CODE TO LM-LOCATION-CODE.
           READ LocationMaster
               INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE LocationMaster.
       ReadLocationPara-EXIT.
           EXIT.

       VerifyCertificatePara.
           DISPLAY "Enter certificate number:" WITH NO ADVANCING
           ACCEPT WS-LookupCertNo.
           OPEN INPUT CertificateRegister.
           IF CertificateRegisterStatus = "35"
               DISPLAY "NO CERTIFICATES HAVE BEEN ISSUED"
               CLOSE CertificateRegister
               GO TO VerifyCertificatePara-EXIT
           END-IF.
           IF CertificateRegisterStatus NOT = "00"
               DISPLAY "CERTREG OPEN FAILED, FILE STATUS "
                   CertificateRegisterStatus
               DISPLAY "CERTIFICATE " WS-LookupCertNo
                   " CANNOT BE VERIFIED"
               CLOSE CertificateRegister
               GO TO VerifyCertificatePara-EXIT
           END-IF.
           MOVE WS-LookupCertNo TO CERT-NUMBER.
           READ CertificateRegister
               INVALID KEY
                   DISPLAY "CERTIFICATE " WS-LookupCertNo
                       " WAS NOT ISSUED BY THIS OFFICE"
                   CLOSE CertificateRegister
                   GO TO VerifyCertificatePara-EXIT
           END-READ.
           IF CertificateRegisterStatus NOT = "00"
               DISPLAY "CERTREG READ FAILED, FILE STATUS "
                   CertificateRegisterStatus
               DISPLAY "CERTIFICATE " WS-LookupCertNo
                   " CANNOT BE VERIFIED"
               CLOSE CertificateRegister
               GO TO VerifyCertificatePara-EXIT
           END-IF.
           CLOSE CertificateRegister.
           PERFORM FormatCertificatePara.
           DISPLAY "CERTIFICATE " CERT-NUMBER " IS GENUINE".
           MOVE CERT-ISSUE-DATE TO WS-EditDate.
           PERFORM FormatDatePara.
           DISPLAY "ISSUED ON:     " WS-EditDateText
               " BY OPERATOR " CERT-OPERATOR-ID.
           DISPLAY "CITIZEN ID:    " CERT-CTZN-ID.
           MOVE CERT-BIRTH-DATE TO WS-EditDate.
           PERFORM FormatDatePara.
           DISPLAY "DATE OF BIRTH: " WS-EditDateText.
           DISPLAY "AGE ON ISSUE:  " FUNCTION TRIM(WS-AgeText).
           DISPLAY "REGISTERED AT: " FUNCTION TRIM(WS-LocationText).
       VerifyCertificatePara-EXIT.
           EXIT.

       GetNextCertificateNo.
           OPEN INPUT CertificateControl
           IF CertificateControlStatus = "35"
               MOVE 1 TO WS-NextCertNo
           ELSE
               READ CertificateControl
               MOVE NextCertificateNo TO WS-NextCertNo
           END-IF
           CLOSE CertificateControl
           OPEN OUTPUT CertificateControl
           COMPUTE NextCertificateNo = WS-NextCertNo + 1
           WRITE CertificateControlRecord
           CLOSE CertificateControl.

       OpenRegisterForWrite.
           OPEN I-O CertificateRegister
           IF CertificateRegisterStatus = "35"
               OPEN OUTPUT CertificateRegister
               CLOSE CertificateRegister
               OPEN I-O CertificateRegister
           END-IF.

       *> age and location wording shared by the screen, the printed
       *> certificate and the verification answer
       FormatCertificatePara.
           MOVE CERT-AGE-YY TO WS-AgeYearsEdit.
           MOVE CERT-AGE-MM TO WS-AgeMonthsEdit.
           MOVE CERT-AGE-DD TO WS-AgeDaysEdit.
           MOVE SPACES TO WS-AgeText.
           STRING FUNCTION TRIM(WS-AgeYearsEdit)  DELIMITED BY SIZE
               " YEARS "                          DELIMITED BY SIZE
               FUNCTION TRIM(WS-AgeMonthsEdit)    DELIMITED BY SIZE
               " MONTHS "                         DELIMITED BY SIZE
               FUNCTION TRIM(WS-AgeDaysEdit)      DELIMITED BY SIZE
               " DAYS"                            DELIMITED BY SIZE
               INTO WS-AgeText.
           MOVE SPACES TO WS-LocationText.
           STRING FUNCTION TRIM(CERT-CITY-NAME)   DELIMITED BY SIZE
               ", "                               DELIMITED BY SIZE
               CERT-STATE-CODE                    DELIMITED BY SIZE
               ", "                               DELIMITED BY SIZE
               CERT-COUNTRY-CODE                  DELIMITED BY SIZE
               " (LOCATION "                      DELIMITED BY SIZE
               CERT-LOCATION-CODE                 DELIMITED BY SIZE
               ")"                                DELIMITED BY SIZE
               INTO WS-LocationText.

       FormatDatePara.
           MOVE SPACES TO WS-EditDateText.
           STRING WS-EditDate(1:4) "-" WS-EditDate(5:2) "-"
               WS-EditDate(7:2) DELIMITED BY SIZE
               INTO WS-EditDateText.

       *> certificates are appended to CERTPRT for the desk printer,
       *> one page each
       PrintCertificatePara.
           OPEN EXTEND CertificatePrint.
           IF CertificatePrintStatus = "35"
               OPEN OUTPUT CertificatePrint
           END-IF.
           MOVE SPACES TO CertificatePrintRecord.
           MOVE ALL "=" TO CertificatePrintRecord(1:72).
           WRITE CertificatePrintRecord.
           MOVE SPACES TO CertificatePrintRecord.
           MOVE "PROOF OF AGE CERTIFICATE"
               TO CertificatePrintRecord(25:24).
           WRITE CertificatePrintRecord.
           MOVE SPACES TO CertificatePrintRecord.
           WRITE CertificatePrintRecord.
           MOVE SPACES TO WS-PrintLine.
           STRING "CERTIFICATE NUMBER:   " DELIMITED BY SIZE
               CERT-NUMBER                DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE CERT-ISSUE-DATE TO WS-EditDate.
           PERFORM FormatDatePara.
           MOVE SPACES TO WS-PrintLine.
           STRING "DATE OF ISSUE:        " DELIMITED BY SIZE
               WS-EditDateText            DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE SPACES TO WS-PrintLine.
           STRING "CITIZEN ID:           " DELIMITED BY SIZE
               CERT-CTZN-ID               DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE CERT-BIRTH-DATE TO WS-EditDate.
           PERFORM FormatDatePara.
           MOVE SPACES TO WS-PrintLine.
           STRING "DATE OF BIRTH:        " DELIMITED BY SIZE
               WS-EditDateText            DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE SPACES TO WS-PrintLine.
           STRING "AGE ON DATE OF ISSUE: " DELIMITED BY SIZE
               WS-AgeText                  DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE SPACES TO WS-PrintLine.
           STRING "REGISTERED AT:        " DELIMITED BY SIZE
               WS-LocationText            DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE SPACES TO CertificatePrintRecord.
           WRITE CertificatePrintRecord.
           MOVE "THE CITIZEN NAMED BY THE ID ABOVE IS ON THE CITIZEN"
               TO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE "REGISTRY WITH THE DATE OF BIRTH SHOWN.  QUOTE THE"
               TO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE "CERTIFICATE NUMBER TO THE REGISTRY TO VERIFY IT."
               TO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE SPACES TO CertificatePrintRecord.
           WRITE CertificatePrintRecord.
           MOVE SPACES TO WS-PrintLine.
           STRING "ISSUED BY OPERATOR:   " DELIMITED BY SIZE
               CERT-OPERATOR-ID           DELIMITED BY SIZE
               INTO WS-PrintLine.
           PERFORM WritePrintLinePara.
           MOVE SPACES TO CertificatePrintRecord.
           MOVE ALL "=" TO CertificatePrintRecord(1:72).
           WRITE CertificatePrintRecord.
           MOVE SPACES TO CertificatePrintRecord.
           WRITE CertificatePrintRecord.
           CLOSE CertificatePrint.

       WritePrintLinePara.
           MOVE WS-PrintLine TO CertificatePrintRecord.
           WRITE CertificatePrintRecord.
