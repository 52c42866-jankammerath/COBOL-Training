      *> Proof-of-age certificate register record, keyed by the
      *> certificate number CtznCert takes from the CERTCTL control
      *> file: one entry per certificate issued, holding what was
      *> printed on it and the operator who issued it, so a third
      *> party quoting the number can be told whether it is genuine.
       01 CERTIFICATE-RECORD.
           02 CERT-NUMBER          PIC 9(8).
           02 CERT-CTZN-ID         PIC 9(6).
           02 CERT-ISSUE-DATE      PIC 9(8).
           02 CERT-ISSUE-TIME      PIC 9(6).
           02 CERT-OPERATOR-ID     PIC X(8).
           02 CERT-BIRTH-DATE      PIC 9(8).
           02 CERT-AGE-YY          PIC 9(3).
           02 CERT-AGE-MM          PIC 99.
           02 CERT-AGE-DD          PIC 99.
           02 CERT-LOCATION-CODE   PIC 9(6).
           02 CERT-CITY-NAME       PIC X(64).
           02 CERT-STATE-CODE      PIC XX.
           02 CERT-COUNTRY-CODE    PIC XX.
