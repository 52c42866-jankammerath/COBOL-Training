      *> Employee master record, keyed by emp ID and maintained by
      *> EmpMaint, replacing the separate EMPBFILE (birth dates) and
      *> HIREFILE (hire dates) flat feeds.  AGECALC, SVCCALC and
      *> EMPPROF report only active employees: status "A" with no
      *> termination date on or before the business date.  The
      *> country code drives RETCHECK's per-country retirement rule;
      *> dates not yet known are held as zeros.
       01 EMPLOYEE-MASTER-RECORD.
           02 EMP-ID               PIC X(6).
           02 EMP-BIRTH-DATE.
              03 EMP-BIRTH-YYYY    PIC 9999.
              03 EMP-BIRTH-MM      PIC 99.
              03 EMP-BIRTH-DD      PIC 99.
           02 EMP-HIRE-DATE.
              03 EMP-HIRE-YYYY     PIC 9999.
              03 EMP-HIRE-MM       PIC 99.
              03 EMP-HIRE-DD       PIC 99.
           02 EMP-TERM-DATE.
              03 EMP-TERM-YYYY     PIC 9999.
              03 EMP-TERM-MM       PIC 99.
              03 EMP-TERM-DD       PIC 99.
           02 EMP-COUNTRY-CODE     PIC XX.
           02 EMP-STATUS           PIC X(1).
              88 EmployeeActive      VALUE "A".
              88 EmployeeTerminated  VALUE "T".
