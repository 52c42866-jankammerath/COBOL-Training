      *> Business-date control record, written by NightRun when a
      *> night opens (the system date, or an override date given on
      *> its command line to re-run a past business date) and read
      *> through BusDate by every program in the nightly suite, so
      *> all steps of one night - including steps resumed the next
      *> morning - compute ages, service and change stamps as of the
      *> same processing date instead of the wall clock.
       01 BUSINESS-DATE-RECORD.
           02 BDT-BUSINESS-DATE    PIC 9(8).
           02 BDT-DATE-SOURCE      PIC X(1).
              88 BusinessDateSystem   VALUE "S".
              88 BusinessDateOverride VALUE "O".
           02 BDT-SET-TIMESTAMP    PIC X(14).
