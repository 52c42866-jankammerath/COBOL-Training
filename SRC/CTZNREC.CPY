      *> location code the citizen is registered under is carried in
      *> CTZN-LOCATION-CODE (back-filled onto old records by CtznConv)
      *> so LocDedup merges can be cascaded into the registry.
      *> CTZN-LOCATION-CODE and CTZN-BIRTH-DATE are alternate keys
      *> (with duplicates) on CTZNMAST so CtznFind can go straight to
      *> the citizens of one location or one birthdate range - every
      *> program that opens CTZNMAST declares both keys, so a master
      *> built with CTZN-ID as its only key must first be rebuilt by
      *> CtznKeys (which writes CTZNNEWM) and replaced with the
      *> CTZNNEWM file after its counts are checked; until then the
      *> other programs fail to open it with file status 39.
       01 CITIZEN-REGISTRY-RECORD.
           02 CTZN-ID            PIC 9(6).
           02 CTZN-CITY-NAME     PIC X(64).
           02 CTZN-STATE-CODE    PIC XX.
           02 CTZN-COUNTRY-CODE  PIC XX.
           02 CTZN-BIRTH-DATE.
              03 CTZN-BIRTH-YYYY PIC 9999.
              03 CTZN-BIRTH-MM   PIC 99.
              03 CTZN-BIRTH-DD   PIC 99.
           02 CTZN-STATUS        PIC X(1).
              88 CitizenActive     VALUE "A" " ".
              88 CitizenDeceased   VALUE "D".
